      *> FD + record layout for F-ELECALC.
       FD  F-ELECALC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ELECALC          PIC X(132).
