      *> FD + record layout for F-COEFHIST: one coefficient version
      *> per row (course, term it takes effect from, coefficient).
      *> A row naming a track weights the course for that track's
      *> students only; a blank track is the course's own weighting.
       FD  F-COEFHIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           03 R-COH-FROM-TERM  PIC X(10).
           03 FILLER           PIC X.
           03 R-COH-COEF       PIC 9V9.
           03 FILLER           PIC X.
           03 R-COH-TRACK      PIC X(03).
           03 FILLER           PIC X(59).
