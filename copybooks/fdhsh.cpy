      *> FD for F-HASHIN: wide enough for the widest output line.
       FD  F-HASHIN
           RECORD CONTAINS 300 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HASHIN           PIC X(300).
