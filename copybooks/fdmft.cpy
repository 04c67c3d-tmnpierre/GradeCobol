      *> FD + record layout for F-MANIFEST: one row per output the run
      *> produced -- file name, term, run date, record count, control
      *> hash (file-hash.cbl) and state (OK, or MISSING when the run
      *> should have produced it and it could not be read back). The
      *> last row is the manifest's own control row: file name
      *> '*MANIFEST*', count = rows above it, hash = their hashes
      *> summed.
       FD  F-MANIFEST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MANIFEST.
           03 R-MFT-FILE       PIC X(50).
           03 FILLER           PIC X.
           03 R-MFT-TERM       PIC X(10).
           03 FILLER           PIC X.
           03 R-MFT-DATE       PIC 9(8).
           03 FILLER           PIC X.
           03 R-MFT-COUNT      PIC 9(9).
           03 FILLER           PIC X.
           03 R-MFT-HASH       PIC 9(15).
           03 FILLER           PIC X.
           03 R-MFT-STATE      PIC X(8).
               88 R-MFT-IS-OK      VALUE 'OK'.
           03 FILLER           PIC X(27).
