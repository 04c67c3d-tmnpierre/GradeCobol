      *> FD + record layout for F-BOARDREG. The board's record
      *> layouts live in brdrec.cpy.
       FD  F-BOARDREG
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BOARDREG         PIC X(120).
