      *> FD + record layout for F-INVIGIL.
       FD  F-INVIGIL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-INVIGIL          PIC X(132).
