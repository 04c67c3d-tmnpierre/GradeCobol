      *> FD + record layout for F-EXAMACC.
       FD  F-EXAMACC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXAMACC          PIC X(132).
