      *> FD + record layout for F-ROLLREG: one line per student of
      *> the sealed snapshot, master row before and after, then the
      *> rollover totals.
       FD  F-ROLLREG
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ROLLREG          PIC X(100).
