      *> FD + record layout for F-ELECENR: one row per elective seat
      *> given -- student, course, the preference it was on the form
      *> and the term whose results ranked the student.
       FD  F-ELECENR
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ELECENR.
           03 R-ELE-STUDENT    PIC 9(03).
           03 FILLER           PIC X.
           03 R-ELE-COURSE     PIC 9(03).
           03 FILLER           PIC X.
           03 R-ELE-PREF       PIC 9.
           03 FILLER           PIC X.
           03 R-ELE-NAME       PIC X(13).
           03 FILLER           PIC X.
           03 R-ELE-TERM       PIC X(10).
           03 FILLER           PIC X(6).
