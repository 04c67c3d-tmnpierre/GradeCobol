      *> FD + record layout for F-PENDLIST.
       FD  F-PENDLIST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PENDLIST         PIC X(132).
