      *> FD + record layout for F-DOSCOVER.
       FD  F-DOSCOVER
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DOSCOVER         PIC X(132).
