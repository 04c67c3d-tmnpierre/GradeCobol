           03 WS-MSG-TRN-MEN-LBL   PIC X(12).
           03 WS-MSG-TRN-RANK-LBL  PIC X(9).
           03 WS-MSG-TRN-OF        PIC X(5).
      *> Course succession annotation under a course row.
           03 WS-MSG-TRN-EQUIV     PIC X(14).
           03 WS-MSG-TRN-EQV-FROM  PIC X(8).
      *> Grade-distribution block and per-section header labels
      *> (write-output.cbl).
           03 WS-MSG-DIST-COURSE   PIC X(9).
           03 WS-MSG-DIST-GRADED   PIC X(8).
           03 WS-MSG-DIST-NONE     PIC X(20).
           03 WS-MSG-SECTION-LBL   PIC X(9).
           03 WS-MSG-TRACK-LISTS   PIC X(25).
           03 WS-MSG-TRACK-LBL     PIC X(9).
      *> Competency profile (transcript and report), the class
      *> summary of levels reached per domain, and the words for
      *> mastery levels 1-4.
           03 WS-MSG-CPT-TITLE     PIC X(25).
           03 WS-MSG-CPT-SUMMARY   PIC X(30).
           03 WS-MSG-CPT-LEVEL     PIC X(13) OCCURS 4.
      *> At-risk list and missing-work report labels, and the
      *> transfer-credit origin annotation shared by the report,
      *> the transcript and the sign-off extract.
           03 WS-MSG-MSW-MISSING   PIC X(9).
           03 WS-MSG-MSW-COUNT     PIC X(25).
           03 WS-MSG-ORG-TRANSFER  PIC X(10).
           03 WS-MSG-OPTION        PIC X(7).
      *> Work placement row: origin tag, and the captions of the
      *> host/hours/tutor line printed under it.
           03 WS-MSG-ORG-PLACEMENT PIC X(10).
           03 WS-MSG-PLC-LBL       PIC X(11).
           03 WS-MSG-PLC-HOURS     PIC X(9).
           03 WS-MSG-PLC-TUTOR     PIC X(9).
           03 WS-MSG-PLC-SHORT     PIC X(13).
      *> Foreign-format transcript: page title and the captions of
      *> the conversion-basis block.
           03 WS-MSG-FTR-TITLE     PIC X(30).
           03 WS-MSG-FTR-BASIS     PIC X(20).
           03 WS-MSG-FTR-SCALE     PIC X(20).
           03 WS-MSG-FTR-TABLE     PIC X(8).
           03 WS-MSG-FTR-BUILTIN   PIC X(20).
           03 WS-MSG-ATR-TITLE     PIC X(26).
      *> At-risk mark-needed projection: the course/overall needed
      *> mark caption and verdicts, and the out-of-reach section.
           03 WS-MSG-ATR-NEED-LBL  PIC X(8).
           03 WS-MSG-ATR-SECURED   PIC X(15).
           03 WS-MSG-ATR-NO-REACH  PIC X(15).
           03 WS-MSG-ATR-NO-WORK   PIC X(15).
           03 WS-MSG-ATR-OVERALL   PIC X(21).
           03 WS-MSG-ATR-LOST-TITLE PIC X(32).
           03 WS-MSG-ATR-LOST-COUNT PIC X(19).
           03 WS-MSG-AUD-TITLE     PIC X(30).
      *> End-of-job audit report captions (0020-AUDIT-REPORT-START in
      *> promo.cbl) -- the counters themselves never change, only how
