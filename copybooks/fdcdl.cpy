      *> FD + record layout for F-CANDLIST.
       FD  F-CANDLIST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CANDLIST         PIC X(132).
