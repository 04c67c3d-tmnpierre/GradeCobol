      *> FD + record layout for F-OPERAUTH: one granted privilege
      *> per row (operator ID, privilege name). A privilege of ALL
      *> grants every privilege; a row starting with '*' is a
      *> comment.
       FD  F-OPERAUTH
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OPERAUTH.
           03 R-OAU-OPERATOR   PIC X(8).
           03 FILLER           PIC X.
           03 R-OAU-PRIV       PIC X(8).
           03 FILLER           PIC X(63).
