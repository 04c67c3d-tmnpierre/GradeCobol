      *> FD + record layout for F-CRSRES, the per-course results
      *> store. The course label and coefficient are copied in at
      *> posting so a row still reads correctly after the course is
      *> renamed or re-weighted on the master.
       FD  F-CRSRES.

       01  REC-F-CRSRES.
           03 R-CRR-KEY.
              05 R-CRR-STUDENT  PIC 9(03).
              05 R-CRR-COURSE   PIC 9(03).
              05 R-CRR-TERM     PIC X(10).
           03 R-CRR-NAME        PIC X(21).
           03 R-CRR-COEF        PIC 9V9.
           03 R-CRR-GRADE       PIC 99V99.
      *> Same codes as WS-CLASS-STATUS: N graded, I incomplete,
      *> A absent, H under appeal, E exempt, W dropped.
           03 R-CRR-STATUS      PIC X.
      *> 'H' in-house, 'T' transfer credit (WS-CLASS-ORIGIN).
           03 R-CRR-ORIGIN      PIC X.
      *> 'Y' = session-2 retake; R-CRR-S1-GRADE keeps session 1.
           03 R-CRR-RETAKEN     PIC X.
           03 R-CRR-S1-GRADE    PIC 99V99.
           03 R-CRR-DROP-DATE   PIC 9(8).
           03 R-CRR-POST-DATE   PIC 9(8).
      *> 'V' = voided by maintenance, 'A' = active -- same meaning
      *> as R-HIX-VOID on the term-average store.
           03 R-CRR-VOID        PIC X.
           03 FILLER            PIC X(13).
