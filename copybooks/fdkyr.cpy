      *> FD + record layout for F-KEYRPT.
       FD  F-KEYRPT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-KEYRPT           PIC X(132).
