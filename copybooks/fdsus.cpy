      *> FD + record layout for F-SUSPECT.
       FD  F-SUSPECT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SUSPECT          PIC X(132).
