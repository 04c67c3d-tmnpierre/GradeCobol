      *> FD + record layout for F-SECTMAP: one row per section, the
      *> section a promoted student of it moves up to ('5A 4A').
       FD  F-SECTMAP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SECTMAP.
           03 R-SMP-FROM       PIC X(03).
           03 FILLER           PIC X.
           03 R-SMP-TO         PIC X(03).
           03 FILLER           PIC X(73).
