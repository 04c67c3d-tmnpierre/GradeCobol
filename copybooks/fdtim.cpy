      *> FD + record layout for F-TIMING: one row per phase of one
      *> promo run -- run date and start time (together they name the
      *> run), term, kind of run, the phase's place in the run, its
      *> name and its elapsed time in hundredths of a second, with
      *> the batch window the run was configured for (minutes). The
      *> run's last row is its total, phase '*TOTAL*'.
       FD  F-TIMING
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TIMING.
           03 R-TIM-DATE       PIC 9(8).
           03 FILLER           PIC X.
           03 R-TIM-START      PIC 9(8).
           03 FILLER           PIC X.
           03 R-TIM-TERM       PIC X(10).
           03 FILLER           PIC X.
           03 R-TIM-KIND       PIC X(8).
           03 FILLER           PIC X.
           03 R-TIM-SEQ        PIC 99.
           03 FILLER           PIC X.
           03 R-TIM-PHASE      PIC X(12).
               88 R-TIM-IS-TOTAL   VALUE '*TOTAL*'.
           03 FILLER           PIC X.
           03 R-TIM-ELAPSED    PIC 9(7).
           03 FILLER           PIC X.
           03 R-TIM-WINDOW     PIC 9(5).
           03 FILLER           PIC X(12).
