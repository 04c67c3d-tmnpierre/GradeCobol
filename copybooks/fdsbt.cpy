      *> FD + record layout for F-SUBST: one row per substitution --
      *> the course, the substitute (a teacher-master name) and the
      *> first and last day they teach it (YYYYMMDD, inclusive).
       FD  F-SUBST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SUBST.
           03 R-SBT-COURSE     PIC 999.
           03 FILLER           PIC X.
           03 R-SBT-TEACHER    PIC X(13).
           03 FILLER           PIC X.
           03 R-SBT-FROM       PIC 9(8).
           03 FILLER           PIC X.
           03 R-SBT-TO         PIC 9(8).
           03 FILLER           PIC X(45).
