      *> FD + record layout for F-MAILMFT.
       FD  F-MAILMFT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MAILMFT          PIC X(132).
