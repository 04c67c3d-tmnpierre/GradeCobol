       IDENTIFICATION DIVISION.
       PROGRAM-ID. foreign-transcript.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selftr.
           COPY selcvo.
           COPY seltsr.

       DATA DIVISION.
       FILE SECTION.
           COPY fdftr.
           COPY fdcvo.
           COPY fdtsr.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY msgtab.
           COPY tsrrec.

       01  WS-FORM-FEED            PIC X       VALUE X'0C'.
       01  WS-FTR-RULE             PIC X(72)   VALUE ALL '-'.
       01  WS-GRADE-EDIT           PIC Z9,99.
       01  WS-GRADE-TEXT           PIC X(7).
       01  WS-FTR-MARK             PIC 99V99   VALUE 0.
       01  WS-FTR-CONVERTED        PIC X(5)    VALUE SPACES.
       01  WS-FTR-SCHEME-NAME      PIC X(12)   VALUE SPACES.
       01  WS-FTR-FROM-FILE        PIC X       VALUE 'N'.

      *> Outbound conversion bands for the chosen scheme, highest
      *> band first: a mark converts to the first band whose lower
      *> bound it reaches. Built-in bands stand in when the table
      *> holds no row for the scheme.
       01  WS-NB-CVO               PIC 99      VALUE 0.
       01  WS-CVO-TAB              OCCURS 1 TO 50
                                   DEPENDING WS-NB-CVO
                                   INDEXED BY IDX-CVO.
           03 WS-CVO-LOW           PIC 99V99.
           03 WS-CVO-VALUE         PIC X(5).
       01  WS-IND-CVO              PIC 99      VALUE 0.

       01  WS-IDENT-LINE.
           03 WS-FTR-STUDENT-LBL   PIC X(9).
           03 WS-FTR-NAME          PIC X(13).
           03 WS-FTR-ID-LBL        PIC X(7).
           03 WS-FTR-ID            PIC 999.
           03 WS-FTR-AGE-LBL       PIC X(8).
           03 WS-FTR-AGE           PIC Z9.

       01  WS-TERM-LINE.
           03 WS-FTR-TERM-LBL      PIC X(7).
           03 WS-FTR-TERM          PIC X(10).

       01  WS-TITLE-LINE.
           03 WS-FTR-TITLE         PIC X(30).
           03 FILLER               PIC X(3)    VALUE ' - '.
           03 WS-FTR-TITLE-SCHEME  PIC X(12).

      *> Conversion basis, stated on every page: the scheme, where
      *> the bands came from, then one line per band.
       01  WS-BASIS-LINE.
           03 WS-FTR-BASIS-LBL     PIC X(20).
           03 WS-FTR-SCALE-LBL     PIC X(20).
           03 WS-FTR-BASIS-SCHEME  PIC X(12).
           03 WS-FTR-TABLE-LBL     PIC X(8).
           03 WS-FTR-BASIS-SOURCE  PIC X(30).

       01  WS-BAND-LINE.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 WS-FTR-BAND-LOW      PIC Z9,99.
           03 FILLER               PIC X(3)    VALUE ' - '.
           03 WS-FTR-BAND-HIGH     PIC Z9,99.
           03 FILLER               PIC X(4)    VALUE ' -> '.
           03 WS-FTR-BAND-VALUE    PIC X(5).
       01  WS-BAND-HIGH            PIC 99V99   VALUE 0.

      *> Course row: the 20-point mark as on the standard page, and
      *> the converted one beside it.
       01  WS-COURSE-LINE.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 WS-FTR-COURSE        PIC X(21).
           03 FILLER               PIC X(3)    VALUE ' | '.
           03 WS-FTR-COEF-LBL      PIC X(6).
           03 WS-FTR-COEF          PIC 9,9.
           03 FILLER               PIC X(3)    VALUE ' | '.
           03 WS-FTR-GRADE         PIC X(7).
           03 FILLER               PIC X(4)    VALUE ' -> '.
           03 WS-FTR-GRADE-CONV    PIC X(7).
           03 WS-FTR-ORIGIN        PIC X(10).

       01  WS-RESULT-LINE.
           03 WS-FTR-AVG-LBL       PIC X(9).
           03 WS-FTR-AVG           PIC Z9,99.
           03 FILLER               PIC X(4)    VALUE ' -> '.
           03 WS-FTR-AVG-CONV      PIC X(5).
           03 FILLER               PIC X(3)    VALUE SPACES.
           03 WS-FTR-STATUS        PIC X(8).

       01  WS-REGISTER-OPEN        PIC X       VALUE 'N'.
       01  WS-NEXT-SERIAL          PIC 9(8)    VALUE 0.
       01  WS-FTR-PAGES            PIC 9(4)    VALUE 0.
       01  WS-SERIAL-LINE.
           03 FILLER               PIC X(8)    VALUE 'SERIAL: '.
           03 WS-FTR-SERIAL        PIC 9(8).
           03 FILLER               PIC X(10)   VALUE '   CHECK: '.
           03 WS-FTR-CHECK         PIC 9(4).

      *> Variant of transcript.cbl for students applying abroad: the
      *> same term page, each course mark and the overall average
      *> converted to the scheme the FOREIGN parm card names (US 4.0
      *> GPA or ECTS A-F) through the outbound conversion table,
      *> with the 20-point original printed beside every converted
      *> value and the conversion basis stated on the page. Each
      *> page takes the next serial in the transcript register like
      *> the standard page; the register row carries the 20-point
      *> average the check value is derived from, and the scheme, so
      *> trn-verify.cbl validates a foreign copy the same way.
      *> Called by promo.cbl right after transcript.cbl; a student
      *> under an administrative hold gets no page.
       PROCEDURE DIVISION.
       7170-FOREIGN-TRANSCRIPT-START.
           IF NOT WS-IS-FOREIGN
               GO TO 7170-FOREIGN-TRANSCRIPT-END
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOREIGN-US4
                   MOVE 'US 4.0 GPA' TO WS-FTR-SCHEME-NAME
               WHEN WS-FOREIGN-ECTS
                   MOVE 'ECTS A-F'   TO WS-FTR-SCHEME-NAME
           END-EVALUATE.
           PERFORM 7172-SET-LABELS-START
              THRU 7172-SET-LABELS-END.
           PERFORM 7175-LOAD-CONVERSION-START
              THRU 7175-LOAD-CONVERSION-END.
           PERFORM 7178-OPEN-REGISTER-START
              THRU 7178-OPEN-REGISTER-END.

           OPEN OUTPUT F-FORTRN.
           IF NOT F-FORTRN-STATUS-OK
               DISPLAY 'FOREIGN-TRANSCRIPT: UNABLE TO OPEN OUTPUT,'
                       SPACE 'STATUS' SPACE F-FORTRN-STATUS
               IF WS-REGISTER-OPEN = 'Y'
                   CLOSE F-TRNREG
               END-IF
               GO TO 7170-FOREIGN-TRANSCRIPT-END
           END-IF.

           MOVE 0 TO WS-FTR-PAGES.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   MOVE 'C' TO WS-HLD-ACTION
                   MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-HLD-STUDENT
                   MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-HLD-NAME
                   MOVE 'FOREIGN TRN' TO WS-HLD-DOC
                   CALL 'hold-check'
                   IF NOT WS-HLD-IS-HELD
                       PERFORM 7180-WRITE-PAGE-START
                          THRU 7180-WRITE-PAGE-END
                   END-IF
           END-PERFORM.

           CLOSE F-FORTRN.
           IF WS-REGISTER-OPEN = 'Y'
               CLOSE F-TRNREG
           END-IF.
       7170-FOREIGN-TRANSCRIPT-END.
           GOBACK.

       7172-SET-LABELS-START.
           MOVE WS-MSG-TRN-STUDENT  TO WS-FTR-STUDENT-LBL.
           MOVE WS-MSG-TRN-ID-LBL   TO WS-FTR-ID-LBL.
           MOVE WS-MSG-TRN-AGE-LBL  TO WS-FTR-AGE-LBL.
           MOVE WS-MSG-TRN-TERM-LBL TO WS-FTR-TERM-LBL.
           MOVE WS-MSG-TRN-COEF-LBL TO WS-FTR-COEF-LBL.
           MOVE WS-MSG-TRN-AVG-LBL  TO WS-FTR-AVG-LBL.
           MOVE WS-MSG-FTR-TITLE    TO WS-FTR-TITLE.
           MOVE WS-FTR-SCHEME-NAME  TO WS-FTR-TITLE-SCHEME.
           MOVE WS-MSG-FTR-BASIS    TO WS-FTR-BASIS-LBL.
           MOVE WS-MSG-FTR-SCALE    TO WS-FTR-SCALE-LBL.
           MOVE WS-FTR-SCHEME-NAME  TO WS-FTR-BASIS-SCHEME.
           MOVE WS-MSG-FTR-TABLE    TO WS-FTR-TABLE-LBL.
       7172-SET-LABELS-END.
           EXIT.

      *> Only the chosen scheme's rows are kept; a later row for the
      *> same lower bound replaces the earlier one. Without any row
      *> for the scheme the standard bands apply, and the page says
      *> so.
       7175-LOAD-CONVERSION-START.
           MOVE 0 TO WS-NB-CVO.
           MOVE 'N' TO WS-FTR-FROM-FILE.
           MOVE '00' TO F-CONVOUT-STATUS.
           OPEN INPUT F-CONVOUT.
           IF F-CONVOUT-STATUS-OK
               PERFORM UNTIL F-CONVOUT-STATUS-EOF
                   READ F-CONVOUT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF R-CVO-SCHEME = WS-FOREIGN-SCHEME AND
                              R-CVO-LOW IS NUMERIC AND
                              R-CVO-LOW <= 2000 AND
                              R-CVO-VALUE NOT = SPACES
                               PERFORM 7176-STORE-BAND-START
                                  THRU 7176-STORE-BAND-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CONVOUT
           END-IF.
           MOVE '00' TO F-CONVOUT-STATUS.

           IF WS-NB-CVO > 0
               MOVE 'Y' TO WS-FTR-FROM-FILE
               MOVE WS-FILE-CONVOUT-NAME TO WS-FTR-BASIS-SOURCE
           ELSE
               PERFORM 7177-DEFAULT-BANDS-START
                  THRU 7177-DEFAULT-BANDS-END
               MOVE WS-MSG-FTR-BUILTIN TO WS-FTR-BASIS-SOURCE
           END-IF.
           SORT WS-CVO-TAB ON DESCENDING KEY WS-CVO-LOW.
       7175-LOAD-CONVERSION-END.
           EXIT.

       7176-STORE-BAND-START.
           IF WS-NB-CVO > 0
               SET IDX-CVO TO 1
               SEARCH WS-CVO-TAB
                   WHEN WS-CVO-LOW(IDX-CVO) * 100 = R-CVO-LOW
                       MOVE R-CVO-VALUE TO WS-CVO-VALUE(IDX-CVO)
                       GO TO 7176-STORE-BAND-END
               END-SEARCH
           END-IF.
           IF WS-NB-CVO >= 50
               GO TO 7176-STORE-BAND-END
           END-IF.
           ADD 1 TO WS-NB-CVO.
           COMPUTE WS-CVO-LOW(WS-NB-CVO) = R-CVO-LOW / 100.
           MOVE R-CVO-VALUE TO WS-CVO-VALUE(WS-NB-CVO).
       7176-STORE-BAND-END.
           EXIT.

      *> The bands the registrar's desk table used.
       7177-DEFAULT-BANDS-START.
           MOVE 6 TO WS-NB-CVO.
           MOVE 16 TO WS-CVO-LOW(1).
           MOVE 14 TO WS-CVO-LOW(2).
           MOVE 12 TO WS-CVO-LOW(3).
           MOVE 11 TO WS-CVO-LOW(4).
           MOVE 10 TO WS-CVO-LOW(5).
           MOVE 0  TO WS-CVO-LOW(6).
           IF WS-FOREIGN-US4
               MOVE '4.0' TO WS-CVO-VALUE(1)
               MOVE '3.7' TO WS-CVO-VALUE(2)
               MOVE '3.3' TO WS-CVO-VALUE(3)
               MOVE '3.0' TO WS-CVO-VALUE(4)
               MOVE '2.0' TO WS-CVO-VALUE(5)
               MOVE '0.0' TO WS-CVO-VALUE(6)
           ELSE
               MOVE 'A'   TO WS-CVO-VALUE(1)
               MOVE 'B'   TO WS-CVO-VALUE(2)
               MOVE 'C'   TO WS-CVO-VALUE(3)
               MOVE 'D'   TO WS-CVO-VALUE(4)
               MOVE 'E'   TO WS-CVO-VALUE(5)
               MOVE 'F'   TO WS-CVO-VALUE(6)
           END-IF.
       7177-DEFAULT-BANDS-END.
           EXIT.

      *> Same register handling as transcript.cbl: one pass for the
      *> highest serial ever issued, then append -- the two page
      *> types share one serial sequence.
       7178-OPEN-REGISTER-START.
           MOVE 0 TO WS-NEXT-SERIAL.
           MOVE '00' TO F-TRNREG2-STATUS.
           OPEN INPUT F-TRNREG.
           IF F-TRNREG2-STATUS-OK
               PERFORM UNTIL F-TRNREG2-STATUS-EOF
                   READ F-TRNREG
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REC-F-TRNREG TO WS-TRNREG-LINE
                           IF WS-TSR-SERIAL IS NUMERIC AND
                              WS-TSR-SERIAL > WS-NEXT-SERIAL
                               MOVE WS-TSR-SERIAL TO WS-NEXT-SERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TRNREG
           END-IF.
           MOVE '00' TO F-TRNREG2-STATUS.
           OPEN EXTEND F-TRNREG.
           IF F-TRNREG2-STATUS-NOFILE
               MOVE '00' TO F-TRNREG2-STATUS
               OPEN OUTPUT F-TRNREG
           END-IF.
           IF F-TRNREG2-STATUS-OK
               MOVE 'Y' TO WS-REGISTER-OPEN
           ELSE
               DISPLAY 'FOREIGN-TRANSCRIPT: SERIAL REGISTER'
                       SPACE 'UNAVAILABLE, STATUS' SPACE
                       F-TRNREG2-STATUS SPACE
                       '-- PAGES ISSUED WITHOUT SERIALS'
               MOVE 'N' TO WS-REGISTER-OPEN
           END-IF.
       7178-OPEN-REGISTER-END.
           EXIT.

       7180-WRITE-PAGE-START.
           SET WS-ID1 TO WS-STUDENT-ID(WS-IND-ST).

           IF WS-FTR-PAGES > 0
               MOVE SPACES TO REC-F-FORTRN
               MOVE WS-FORM-FEED TO REC-F-FORTRN(1:1)
               WRITE REC-F-FORTRN
           END-IF.
           ADD 1 TO WS-FTR-PAGES.

           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-TITRE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-TITLE-LINE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-FTR-RULE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-FTR-NAME.
           MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-FTR-ID.
           MOVE WS-STUDENT-AGE(WS-IND-ST)  TO WS-FTR-AGE.
           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-IDENT-LINE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE WS-TERM TO WS-FTR-TERM.
           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-TERM-LINE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE SPACES TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.
           PERFORM 7182-WRITE-BASIS-START
              THRU 7182-WRITE-BASIS-END.

           MOVE SPACES TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID1(WS-IND-CL) = WS-ID1
                       PERFORM 7185-WRITE-COURSE-START
                          THRU 7185-WRITE-COURSE-END
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE WS-STUDENT-AVG(WS-IND-ST) TO WS-FTR-AVG.
           MOVE WS-STUDENT-AVG(WS-IND-ST) TO WS-FTR-MARK.
           PERFORM 7190-CONVERT-MARK-START
              THRU 7190-CONVERT-MARK-END.
           MOVE WS-FTR-CONVERTED TO WS-FTR-AVG-CONV.
           PERFORM 7192-XLT-STATUS-START
              THRU 7192-XLT-STATUS-END.
           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-RESULT-LINE TO REC-F-FORTRN.
           IF WS-LOCALE-PERIOD
               INSPECT REC-F-FORTRN(1:14) REPLACING ALL ',' BY '.'
           END-IF.
           WRITE REC-F-FORTRN.

           MOVE SPACES TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           IF WS-REGISTER-OPEN = 'Y'
               PERFORM 7195-STAMP-SERIAL-START
                  THRU 7195-STAMP-SERIAL-END
           END-IF.

           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-FTR-RULE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.
       7180-WRITE-PAGE-END.
           EXIT.

      *> Bands print highest first, each from its lower bound up to
      *> just under the band above it (20,00 for the top band).
       7182-WRITE-BASIS-START.
           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-BASIS-LINE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.
           MOVE 20 TO WS-BAND-HIGH.
           PERFORM VARYING WS-IND-CVO FROM 1 BY 1
              UNTIL WS-IND-CVO > WS-NB-CVO
                   MOVE WS-CVO-LOW(WS-IND-CVO) TO WS-FTR-BAND-LOW
                   MOVE WS-BAND-HIGH TO WS-FTR-BAND-HIGH
                   MOVE WS-CVO-VALUE(WS-IND-CVO) TO WS-FTR-BAND-VALUE
                   MOVE SPACES TO REC-F-FORTRN
                   MOVE WS-BAND-LINE TO REC-F-FORTRN
                   IF WS-LOCALE-PERIOD
                       INSPECT REC-F-FORTRN(1:20)
                           REPLACING ALL ',' BY '.'
                   END-IF
                   WRITE REC-F-FORTRN
                   IF WS-CVO-LOW(WS-IND-CVO) > 0
                       COMPUTE WS-BAND-HIGH =
                               WS-CVO-LOW(WS-IND-CVO) - 0,01
                   END-IF
           END-PERFORM.
       7182-WRITE-BASIS-END.
           EXIT.

      *> A course without a mark (held, INC, ABS, EXE, W) carries the
      *> same code on both sides -- there is nothing to convert.
       7185-WRITE-COURSE-START.
           SET WS-ID2 TO WS-CLASS-ID2(WS-IND-CL).
           MOVE SPACES TO WS-FTR-COURSE.
           MOVE 0 TO WS-FTR-COEF.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-FTR-COURSE
                   MOVE WS-ID2 TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK(WS-IND-ST) TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE WS-TKC-COEF TO WS-FTR-COEF
           END-SEARCH.

           MOVE SPACES TO WS-FTR-GRADE-CONV.
           EVALUATE TRUE
               WHEN WS-CLASS-HELD(WS-IND-CL)
                   MOVE WS-MSG-ST-PENDING TO WS-GRADE-TEXT
               WHEN WS-CLASS-INCOMPLETE(WS-IND-CL)
                   MOVE 'INC' TO WS-GRADE-TEXT
               WHEN WS-CLASS-ABSENT(WS-IND-CL)
                   MOVE 'ABS' TO WS-GRADE-TEXT
               WHEN WS-CLASS-EXEMPT(WS-IND-CL)
                   MOVE 'EXE' TO WS-GRADE-TEXT
               WHEN WS-CLASS-DROPPED(WS-IND-CL)
                   MOVE 'W' TO WS-GRADE-TEXT
               WHEN OTHER
                   MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-GRADE-EDIT
                   MOVE WS-GRADE-EDIT TO WS-GRADE-TEXT
                   MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-FTR-MARK
                   PERFORM 7190-CONVERT-MARK-START
                      THRU 7190-CONVERT-MARK-END
                   MOVE WS-FTR-CONVERTED TO WS-FTR-GRADE-CONV
           END-EVALUATE.
           MOVE WS-GRADE-TEXT TO WS-FTR-GRADE.
           IF WS-FTR-GRADE-CONV = SPACES
               MOVE WS-GRADE-TEXT TO WS-FTR-GRADE-CONV
           END-IF.
           EVALUATE TRUE
               WHEN WS-CLASS-TRANSFER(WS-IND-CL)
                   MOVE WS-MSG-ORG-TRANSFER TO WS-FTR-ORIGIN
               WHEN WS-CLASS-PLACEMENT(WS-IND-CL)
                   MOVE WS-MSG-ORG-PLACEMENT TO WS-FTR-ORIGIN
               WHEN WS-CLASS-IS-RETAKEN(WS-IND-CL)
                   MOVE ' SESSION 2' TO WS-FTR-ORIGIN
               WHEN OTHER
                   MOVE SPACES TO WS-FTR-ORIGIN
           END-EVALUATE.

           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-COURSE-LINE TO REC-F-FORTRN.
           IF WS-LOCALE-PERIOD
               INSPECT REC-F-FORTRN(1:45) REPLACING ALL ',' BY '.'
           END-IF.
           WRITE REC-F-FORTRN.
       7185-WRITE-COURSE-END.
           EXIT.

      *> WS-FTR-MARK in, WS-FTR-CONVERTED out: the first band, highest
      *> first, whose lower bound the mark reaches.
       7190-CONVERT-MARK-START.
           MOVE '?' TO WS-FTR-CONVERTED.
           IF WS-NB-CVO = 0
               GO TO 7190-CONVERT-MARK-END
           END-IF.
           SET IDX-CVO TO 1.
           SEARCH WS-CVO-TAB
               WHEN WS-FTR-MARK >= WS-CVO-LOW(IDX-CVO)
                   MOVE WS-CVO-VALUE(IDX-CVO) TO WS-FTR-CONVERTED
           END-SEARCH.
       7190-CONVERT-MARK-END.
           EXIT.

      *> Same display-time status translation transcript.cbl applies.
       7192-XLT-STATUS-START.
           EVALUATE WS-STUDENT-STATUS(WS-IND-ST)
               WHEN 'PROMU'
                   MOVE WS-MSG-ST-PROMU     TO WS-FTR-STATUS
               WHEN 'REDOUBLE'
                   MOVE WS-MSG-ST-REDOUBLE  TO WS-FTR-STATUS
               WHEN 'NONELIG'
                   MOVE WS-MSG-ST-NONELIG   TO WS-FTR-STATUS
               WHEN 'EXCLU'
                   MOVE WS-MSG-ST-EXCLU     TO WS-FTR-STATUS
               WHEN 'RETIRE'
                   MOVE WS-MSG-ST-WITHDRAWN TO WS-FTR-STATUS
               WHEN OTHER
                   MOVE WS-STUDENT-STATUS(WS-IND-ST) TO WS-FTR-STATUS
           END-EVALUATE.
       7192-XLT-STATUS-END.
           EXIT.

       7195-STAMP-SERIAL-START.
           ADD 1 TO WS-NEXT-SERIAL.
           MOVE WS-NEXT-SERIAL TO WS-CHK-SERIAL.
           MOVE WS-STUDENT-ID(WS-IND-ST)     TO WS-CHK-ID.
           MOVE WS-STUDENT-AVG(WS-IND-ST)    TO WS-CHK-AVG.
           MOVE WS-STUDENT-STATUS(WS-IND-ST) TO WS-CHK-STATUS.
           CALL 'serial-check'.

           MOVE WS-NEXT-SERIAL TO WS-FTR-SERIAL.
           MOVE WS-CHK-VALUE   TO WS-FTR-CHECK.
           MOVE SPACES TO REC-F-FORTRN.
           MOVE WS-SERIAL-LINE TO REC-F-FORTRN.
           WRITE REC-F-FORTRN.

           MOVE SPACES TO WS-TRNREG-LINE.
           MOVE WS-NEXT-SERIAL               TO WS-TSR-SERIAL.
           MOVE WS-STUDENT-ID(WS-IND-ST)     TO WS-TSR-ID.
           MOVE WS-TERM                      TO WS-TSR-TERM.
           MOVE WS-RUN-DATE                  TO WS-TSR-DATE.
           MOVE WS-STUDENT-AVG(WS-IND-ST)    TO WS-TSR-AVG.
           MOVE WS-STUDENT-STATUS(WS-IND-ST) TO WS-TSR-STATUS.
           MOVE WS-CHK-VALUE                 TO WS-TSR-CHECK.
           MOVE WS-FOREIGN-SCHEME            TO WS-TSR-FORMAT.
           MOVE SPACES TO REC-F-TRNREG.
           MOVE WS-TRNREG-LINE TO REC-F-TRNREG.
           WRITE REC-F-TRNREG.
       7195-STAMP-SERIAL-END.
           EXIT.
