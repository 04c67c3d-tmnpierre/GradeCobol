      *> FD + record layout for F-HELDRPT.
       FD  F-HELDRPT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HELDRPT          PIC X(132).
