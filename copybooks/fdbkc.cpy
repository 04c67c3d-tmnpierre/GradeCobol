      *> FD + record layout for F-BKCAT: one row per store in a
      *> backup set -- the set (run date and time, YYYYMMDDHHMM), the
      *> store, how it was taken ('I' indexed store unloaded to a
      *> flat copy, 'S' sequential store copied as is), the live
      *> file and its copy, the copy's record count and control hash
      *> (file-hash.cbl) and the state: OK, ABSENT (the shop has no
      *> such store yet) or FAILED. The set's last row is its own
      *> control row: store '*SET*', count = store rows above it,
      *> hash = the OK rows' hashes summed, state COMPLETE or FAILED.
       FD  F-BKCAT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BKCAT.
           03 R-BKC-SET        PIC X(12).
           03 FILLER           PIC X.
           03 R-BKC-STORE      PIC X(8).
           03 FILLER           PIC X.
           03 R-BKC-ORG        PIC X.
           03 FILLER           PIC X.
           03 R-BKC-SOURCE     PIC X(50).
           03 FILLER           PIC X.
           03 R-BKC-COPY       PIC X(50).
           03 FILLER           PIC X.
           03 R-BKC-COUNT      PIC 9(9).
           03 FILLER           PIC X.
           03 R-BKC-HASH       PIC 9(15).
           03 FILLER           PIC X.
           03 R-BKC-STATE      PIC X(8).
               88 R-BKC-IS-OK      VALUE 'OK'.
               88 R-BKC-IS-ABSENT  VALUE 'ABSENT'.
           03 FILLER           PIC X(40).
