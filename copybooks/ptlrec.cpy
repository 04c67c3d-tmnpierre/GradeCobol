      *> Line layouts of F-PORTAL, the parent-portal results feed:
      *> one 'PH' header, the typed body lines, one 'PZ' trailer.
      *> Every body line carries the student, the term, the version
      *> and the release timestamp: the portal must not show a line
      *> before WS-PTL-RELEASE-DATE/-TIME, and a line whose version
      *> is higher than the one it holds for that student and term
      *> replaces the student's 'PS' line and all of its 'PC' lines.
      *> Action 'N' = first publication, 'R' = replacement after an
      *> amendment or a re-run, 'X' = take the result down (the
      *> student has since withdrawn, appealed or been put on hold).
      *> An 'X' takes effect on receipt, release time or not; an 'R'
      *> for a result the portal took down is shown like a new one.
       01  WS-PTL-HEADER-LINE.
           03 FILLER              PIC X(2)  VALUE 'PH'.
           03 WS-PTH-TERM         PIC X(10).
           03 WS-PTH-RELEASE-DATE PIC 9(8).
           03 WS-PTH-RELEASE-TIME PIC 9(4).
           03 WS-PTH-RUN-DATE     PIC 9(8).

      *> One 'PS' line per student: the posted result and, where the
      *> conseil de classe overrode the computed decision, the
      *> council's decision and reason code.
       01  WS-PTL-STUDENT-LINE.
           03 FILLER              PIC X(2)  VALUE 'PS'.
           03 WS-PTS-ACTION       PIC X.
           03 WS-PTS-ID           PIC 999.
           03 WS-PTS-TERM         PIC X(10).
           03 WS-PTS-VERSION      PIC 999.
           03 WS-PTS-RELEASE-DATE PIC 9(8).
           03 WS-PTS-RELEASE-TIME PIC 9(4).
           03 WS-PTS-NAME         PIC X(13).
           03 WS-PTS-AVG          PIC 99V99.
           03 WS-PTS-MENTION      PIC X(2).
           03 WS-PTS-DECISION     PIC X(8).
           03 WS-PTS-COUNCIL      PIC X.
           03 WS-PTS-OVR-STATUS   PIC X(8).
           03 WS-PTS-OVR-REASON   PIC X(4).

      *> One 'PC' line per course mark of a published student; an
      *> 'X' student line carries none.
       01  WS-PTL-COURSE-LINE.
           03 FILLER              PIC X(2)  VALUE 'PC'.
           03 WS-PTC-ACTION       PIC X.
           03 WS-PTC-ID           PIC 999.
           03 WS-PTC-TERM         PIC X(10).
           03 WS-PTC-VERSION      PIC 999.
           03 WS-PTC-RELEASE-DATE PIC 9(8).
           03 WS-PTC-RELEASE-TIME PIC 9(4).
           03 WS-PTC-COURSE       PIC 999.
           03 WS-PTC-NAME         PIC X(21).
           03 WS-PTC-COEF         PIC 9V9.
           03 WS-PTC-GRADE        PIC 99V99.
           03 WS-PTC-STATUS       PIC X.

       01  WS-PTL-TRAILER-LINE.
           03 FILLER              PIC X(2)  VALUE 'PZ'.
           03 WS-PTZ-NB-NEW       PIC 9(5).
           03 WS-PTZ-NB-REPLACED  PIC 9(5).
           03 WS-PTZ-NB-RETRACTED PIC 9(5).
           03 WS-PTZ-NB-COURSES   PIC 9(5).
           03 WS-PTZ-NB-LINES     PIC 9(5).
