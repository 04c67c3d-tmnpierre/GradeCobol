      *> FD + record layout for F-ELECUNP.
       FD  F-ELECUNP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ELECUNP          PIC X(132).
