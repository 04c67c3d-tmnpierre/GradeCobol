      *> FD + record layout for F-GBLIST: one row per teacher's
      *> gradebook file -- the teacher as named on the course master,
      *> then the file the teacher handed in.
       FD  F-GBLIST
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GBLIST.
           03 R-GBL-TEACHER    PIC X(13).
           03 FILLER           PIC X.
           03 R-GBL-FILE       PIC X(50).
