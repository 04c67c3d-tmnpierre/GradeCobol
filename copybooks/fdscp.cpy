      *> FD + record layout for F-SECTCMP.
       FD  F-SECTCMP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SECTCMP          PIC X(132).
