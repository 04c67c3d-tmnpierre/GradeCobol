      *> Line layouts of F-DOSSIER, the exchange file handed to the
      *> receiving school when a student leaves: one 'DH' header,
      *> then the typed body lines, then one 'DZ' trailer. Every line
      *> carries its type in positions 1-2 and the student ID in 3-5
      *> so the receiver can route lines without knowing each layout.
      *> Bump WS-DOS-LAYOUT-VERSION whenever a line changes shape --
      *> the receiving school is told the version on the header.
       01  WS-DOS-LAYOUT-VERSION  PIC X(2)  VALUE '01'.

       01  WS-DOS-HEADER-LINE.
           03 FILLER              PIC X(2)  VALUE 'DH'.
           03 WS-DSH-ID           PIC 999.
           03 WS-DSH-VERSION      PIC X(2).
           03 WS-DSH-NAME         PIC X(13).
           03 WS-DSH-TRACK        PIC X(3).
           03 WS-DSH-SECTION      PIC X(3).
           03 WS-DSH-LEAVE-DATE   PIC 9(8).
           03 WS-DSH-ISSUE-DATE   PIC 9(8).
           03 WS-DSH-REG-ID       PIC X(8).
           03 WS-DSH-DEST         PIC X(30).

      *> One 'DT' line per term on record: the average from the
      *> history store, and the sealed result where the term was
      *> sealed (WS-DST-SEALED 'Y'; 'N' = history only).
       01  WS-DOS-TERM-LINE.
           03 FILLER              PIC X(2)  VALUE 'DT'.
           03 WS-DST-ID           PIC 999.
           03 WS-DST-TERM         PIC X(10).
           03 WS-DST-AVG          PIC 99V99.
           03 WS-DST-SEALED       PIC X.
           03 WS-DST-STATUS       PIC X(8).
           03 WS-DST-CUM-GPA      PIC 999V99.
           03 WS-DST-MENTION      PIC X(2).
           03 WS-DST-REPEATER     PIC X.

      *> One line per course result: 'DC' earned here, 'DX' a
      *> transfer credit brought in from an earlier school. Status
      *> codes are those of the per-course results store.
       01  WS-DOS-COURSE-LINE.
           03 WS-DSC-TAG          PIC X(2).
           03 WS-DSC-ID           PIC 999.
           03 WS-DSC-TERM         PIC X(10).
           03 WS-DSC-COURSE       PIC 999.
           03 WS-DSC-NAME         PIC X(21).
           03 WS-DSC-COEF         PIC 9V9.
           03 WS-DSC-GRADE        PIC 99V99.
           03 WS-DSC-STATUS       PIC X.
           03 WS-DSC-RETAKEN      PIC X.
           03 WS-DSC-S1-GRADE     PIC 99V99.
           03 WS-DSC-DROP-DATE    PIC 9(8).

      *> 'DA' attendance and 'DB' conduct for the term in progress
      *> when the student leaves; earlier terms' totals are not kept.
       01  WS-DOS-ATTEND-LINE.
           03 FILLER              PIC X(2)  VALUE 'DA'.
           03 WS-DSA-ID           PIC 999.
           03 WS-DSA-TERM         PIC X(10).
           03 WS-DSA-ABSENCES     PIC 999.
           03 WS-DSA-JUSTIFIED    PIC 999.
           03 WS-DSA-UNJUSTIFIED  PIC 999.
           03 WS-DSA-ENR-DATE     PIC 9(8).
           03 WS-DSA-WDR-DATE     PIC 9(8).

       01  WS-DOS-CONDUCT-LINE.
           03 FILLER              PIC X(2)  VALUE 'DB'.
           03 WS-DSB-ID           PIC 999.
           03 WS-DSB-TERM         PIC X(10).
           03 WS-DSB-POINTS       PIC 999.
           03 WS-DSB-INCIDENTS    PIC 99.

      *> 'DS' one line per transcript page ever issued, so the
      *> receiving school can check the paper copies it is handed.
       01  WS-DOS-SERIAL-LINE.
           03 FILLER              PIC X(2)  VALUE 'DS'.
           03 WS-DSS-ID           PIC 999.
           03 WS-DSS-SERIAL       PIC 9(8).
           03 WS-DSS-TERM         PIC X(10).
           03 WS-DSS-DATE         PIC 9(8).
           03 WS-DSS-AVG          PIC 99V99.
           03 WS-DSS-STATUS       PIC X(8).
           03 WS-DSS-CHECK        PIC 9(4).

      *> Trailer: lines per type and the total written, header and
      *> trailer included -- a short file is refused on arrival.
       01  WS-DOS-TRAILER-LINE.
           03 FILLER              PIC X(2)  VALUE 'DZ'.
           03 WS-DSZ-ID           PIC 999.
           03 WS-DSZ-NB-TERMS     PIC 999.
           03 WS-DSZ-NB-COURSES   PIC 9(4).
           03 WS-DSZ-NB-CREDITS   PIC 999.
           03 WS-DSZ-NB-ATTEND    PIC 9.
           03 WS-DSZ-NB-CONDUCT   PIC 9.
           03 WS-DSZ-NB-SERIALS   PIC 999.
           03 WS-DSZ-COUNT        PIC 9(5).
