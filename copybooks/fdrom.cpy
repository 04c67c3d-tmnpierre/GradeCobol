      *> FD + record layout for F-ROOMAST.
       FD  F-ROOMAST.

       01  REC-F-ROOMAST.
           03 R-ROM-CODE       PIC X(6).
           03 R-ROM-SEATS      PIC 999.
           03 R-ROM-BUILDING   PIC X(20).
