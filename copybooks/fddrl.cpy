      *> FD + record layouts for F-DRILL (print lines) and F-DRLLOG:
      *> one row per drill -- when, which set, the stores restored
      *> and verified, and the verdict.
       FD  F-DRILL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DRILL            PIC X(132).

       FD  F-DRLLOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DRLLOG.
           03 R-DRG-DATE       PIC 9(8).
           03 FILLER           PIC X.
           03 R-DRG-TIME       PIC 9(4).
           03 FILLER           PIC X.
           03 R-DRG-SET        PIC X(12).
           03 FILLER           PIC X.
           03 R-DRG-OPERATOR   PIC X(8).
           03 FILLER           PIC X.
           03 R-DRG-STORES     PIC 99.
           03 FILLER           PIC X.
           03 R-DRG-VERIFIED   PIC 99.
           03 FILLER           PIC X.
           03 R-DRG-VERDICT    PIC X(8).
           03 FILLER           PIC X(30).
