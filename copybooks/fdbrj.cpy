      *> FD + record layout for F-BOARDREJ.
       FD  F-BOARDREJ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BOARDREJ         PIC X(132).
