      *> FD + record layout for F-ELECREQ: one form per line -- the
      *> student, how many electives they are to take (blank or 0 =
      *> one) and up to five course IDs in order of preference
      *> (blank or 0 = no further choice).
       FD  F-ELECREQ
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ELECREQ.
           03 R-ERQ-STUDENT    PIC 9(03).
           03 FILLER           PIC X.
           03 R-ERQ-WANTED     PIC 9.
           03 R-ERQ-CHOICE     OCCURS 5.
              05 FILLER        PIC X.
              05 R-ERQ-COURSE  PIC 9(03).
           03 FILLER           PIC X(55).
