      *> FD + record layout for F-PORTAL. The typed line layouts
      *> live in ptlrec.cpy.
       FD  F-PORTAL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PORTAL           PIC X(120).
