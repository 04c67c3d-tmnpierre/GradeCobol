      *> FD + record layout for F-CONVOUT: one band per row -- the
      *> target scheme, the lowest 20-point mark of the band in
      *> hundredths (same form as scalemap.dat) and what a mark in
      *> the band reads as on that scheme ('US4  1600 4.0',
      *> 'ECTS 1400 B').
       FD  F-CONVOUT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONVOUT.
           03 R-CVO-SCHEME     PIC X(4).
           03 FILLER           PIC X.
           03 R-CVO-LOW        PIC 9(4).
           03 FILLER           PIC X.
           03 R-CVO-VALUE      PIC X(5).
           03 FILLER           PIC X(65).
