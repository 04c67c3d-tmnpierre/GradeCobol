      *> FD + record layout for F-DOSSIER. The typed line layouts
      *> live in dosrec.cpy.
       FD  F-DOSSIER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DOSSIER          PIC X(120).
