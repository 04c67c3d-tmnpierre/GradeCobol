      *> FD + record layout for F-CHAINCTL: the term the chain is
      *> closing, the step, its program, the highest condition code
      *> it may end with, where it stands (PENDING, RUNNING, DONE,
      *> FAILED), the condition code it last ended with and when.
       FD  F-CHAINCTL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CHAINCTL.
           03 R-CHN-TERM       PIC X(10).
           03 FILLER           PIC X.
           03 R-CHN-STEP       PIC 99.
           03 FILLER           PIC X.
           03 R-CHN-PROGRAM    PIC X(12).
           03 FILLER           PIC X.
           03 R-CHN-MAXRC      PIC 99.
           03 FILLER           PIC X.
           03 R-CHN-STATE      PIC X(8).
           03 FILLER           PIC X.
           03 R-CHN-RC         PIC 999.
           03 FILLER           PIC X.
           03 R-CHN-DATE       PIC 9(8).
           03 FILLER           PIC X(29).
