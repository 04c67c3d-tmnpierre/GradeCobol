           03 R-MTS-NAME       PIC X(13).
           03 R-MTS-AGE        PIC 9(02).
           03 R-MTS-SECTION    PIC X(03).
           03 R-MTS-TRACK      PIC X(03).
      *> Year-end state set by hand (blank = leave as it is, 'A'
      *> active, 'G' graduated, 'X' excluded) -- the registrar's
      *> answer to a row year-rollover.cbl left for the registrar.
           03 R-MTS-STATE      PIC X.
              88 R-MTS-STATE-OK   VALUE SPACE 'A' 'G' 'X'.
           03 FILLER           PIC X(53).

       01  REC-MTX-COURSE REDEFINES REC-F-MAINTTX.
           03 FILLER           PIC X(2).
      *> historical numbers instead of recomputing with today's
      *> weighting.
           03 R-MTC-FROM-TERM  PIC X(10).
      *> Course type for the master (blank/'R' regular, 'O' optional).
           03 R-MTC-TYPE       PIC X.
      *> Track the coefficient applies to (blank = the course's own
      *> weighting). A transaction naming a track leaves the master
      *> row alone and only versions that track's coefficient.
           03 R-MTC-TRACK      PIC X(03).
      *> Weekly teaching hours one section of the course takes
      *> (blank or 0 = the staffing forecast's SECTHOURS default).
           03 R-MTC-HOURS      PIC 9(02).
           03 FILLER           PIC X(16).
