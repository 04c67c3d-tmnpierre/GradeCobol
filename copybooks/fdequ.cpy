      *> FD + record layout for F-EQUIV. A renumbered course is one
      *> row; a course split into two syllabi is two rows with the
      *> same old course.
       FD  F-EQUIV.

       01  REC-F-EQUIV.
           03 R-EQU-KEY.
              05 R-EQU-OLD     PIC 9(03).
              05 R-EQU-NEW     PIC 9(03).
           03 R-EQU-FROM-TERM  PIC X(10).
           03 FILLER           PIC X(20).
