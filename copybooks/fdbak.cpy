      *> FD + record layout for F-BOARDACK.
       FD  F-BOARDACK
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BOARDACK         PIC X(132).
