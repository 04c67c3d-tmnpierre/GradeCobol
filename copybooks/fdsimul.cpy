       01  REC-F-SIMUL.
           03 R-SIM-COURSE-ID  PIC 9(03).
           03 R-SIM-COEF       PIC 9V9.
      *> Track the override is for (blank = the course for every
      *> track, its own coefficient and every track's set alike).
           03 R-SIM-TRACK      PIC X(03).
           03 FILLER           PIC X(12).
