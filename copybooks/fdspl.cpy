      *> FD + record layout for F-SEATPLAN.
       FD  F-SEATPLAN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SEATPLAN         PIC X(132).
