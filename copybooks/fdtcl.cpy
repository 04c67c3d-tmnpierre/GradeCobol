           03 R-TCL-END        PIC 9(8).
           03 FILLER           PIC X.
           03 R-TCL-DEADLINE   PIC 9(8).
      *> Official results release, set by the head (YYYYMMDD, HHMM;
      *> blank = not fixed yet): the parent-portal feed carries it
      *> on every row and the portal shows nothing before it.
           03 FILLER           PIC X.
           03 R-TCL-RELEASE-DATE PIC 9(8).
           03 FILLER           PIC X.
           03 R-TCL-RELEASE-TIME PIC 9(4).
           03 FILLER           PIC X(28).
