       IDENTIFICATION DIVISION.
       PROGRAM-ID. transfer-out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selxrf.
           COPY selckpt.
           COPY selseal.
           COPY selhix.
           COPY selcrr.
           COPY seltsr.
           COPY seldos.
           COPY seldcv.

       DATA DIVISION.
       FILE SECTION.
           COPY fdxrf.
           COPY fdckpt.
           COPY fdseal.
           COPY fdhix.
           COPY fdcrr.
           COPY fdtsr.
           COPY fddos.
           COPY fddcv.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY ckptrec.
           COPY searec.
           COPY tsrrec.
           COPY dosrec.

       01  WS-DOS-RULE        PIC X(72)   VALUE ALL '='.
       01  WS-DOS-DASH        PIC X(72)   VALUE ALL '-'.
       01  WS-ASK-ID          PIC X(8)    VALUE SPACES.
       01  WS-ASK-DEST        PIC X(30)   VALUE SPACES.
       01  WS-ASK-LEAVE       PIC X(8)    VALUE SPACES.
       01  WS-QUERY-ID        PIC 999     VALUE 0.
       01  WS-ID-RESOLVED     PIC X       VALUE 'N'.
       01  WS-STUDENT-DONE    PIC X       VALUE 'N'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-LEAVE-DATE      PIC 9(8)    VALUE 0.
       01  WS-DOS-NAME        PIC X(13)   VALUE SPACES.
       01  WS-DOS-REG-ID      PIC X(8)    VALUE SPACES.
       01  WS-XRF-NAME        PIC X(13)   VALUE SPACES.
       01  WS-DOS-LINES       PIC 9(5)    VALUE 0.
       01  WS-IND-TM          PIC 999     VALUE 0.
       01  WS-IND-CR          PIC 9(4)    VALUE 0.
       01  WS-IND-SR          PIC 999     VALUE 0.
       01  WS-AVG-EDIT        PIC Z9,99.

      *> Snapshot integrity, same verification staff-forecast.cbl
      *> applies: the attendance and conduct totals sent to another
      *> school must come from a whole snapshot or not at all.
       01  WS-SNAP-FOUND      PIC X       VALUE 'N'.
       01  WS-SNAP-HDR-SEEN   PIC X       VALUE 'N'.
       01  WS-SNAP-TRL-SEEN   PIC X       VALUE 'N'.
       01  WS-SNAP-BAD        PIC X       VALUE 'N'.
       01  WS-SNAP-VERSION    PIC X(2)    VALUE SPACES.
       01  WS-SNAP-TERM       PIC X(10)   VALUE SPACES.
       01  WS-EXP-STUDENTS    PIC 999     VALUE 0.
       01  WS-EXP-COURSES     PIC 999     VALUE 0.
       01  WS-EXP-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-EXP-GUARDIANS   PIC 999     VALUE 0.
       01  WS-EXP-WAITS       PIC 999     VALUE 0.
       01  WS-EXP-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-CNT-STUDENTS    PIC 999     VALUE 0.
       01  WS-CNT-COURSES     PIC 999     VALUE 0.
       01  WS-CNT-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-CNT-GUARDIANS   PIC 999     VALUE 0.
       01  WS-CNT-WAITS       PIC 999     VALUE 0.
       01  WS-CNT-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-TRL-CHECK-GOT   PIC 9(9)    VALUE 0.
       01  WS-CHECK-CALC      PIC 9(9)    VALUE 0.

      *> The departing student's own '01' line, held whole.
       01  WS-DOS-STU-HOLD    PIC X(200)  VALUE SPACES.

      *> One row per term on record, sealed archive first, then any
      *> term only the history store knows.
       01  WS-NB-DTM          PIC 999     VALUE 0.
       01  WS-DTM-TAB         OCCURS 1 TO 99
                              DEPENDING WS-NB-DTM
                              INDEXED BY IDX-DTM.
           03 WS-DTM-TERM     PIC X(10).
           03 WS-DTM-AVG      PIC 99V99.
           03 WS-DTM-SEALED   PIC X.
           03 WS-DTM-STATUS   PIC X(8).
           03 WS-DTM-CUM-GPA  PIC 999V99.
           03 WS-DTM-MENTION  PIC X(2).
           03 WS-DTM-REPEATER PIC X.

       01  WS-NB-DCR          PIC 9(4)    VALUE 0.
       01  WS-NB-DCR-HOUSE    PIC 9(4)    VALUE 0.
       01  WS-NB-DCR-XFER     PIC 999     VALUE 0.
       01  WS-DCR-TAB         OCCURS 1 TO 2000
                              DEPENDING WS-NB-DCR
                              INDEXED BY IDX-DCR.
           03 WS-DCR-TERM     PIC X(10).
           03 WS-DCR-COURSE   PIC 999.
           03 WS-DCR-NAME     PIC X(21).
           03 WS-DCR-COEF     PIC 9V9.
           03 WS-DCR-GRADE    PIC 99V99.
           03 WS-DCR-STATUS   PIC X.
           03 WS-DCR-ORIGIN   PIC X.
           03 WS-DCR-RETAKEN  PIC X.
           03 WS-DCR-S1-GRADE PIC 99V99.
           03 WS-DCR-DROP     PIC 9(8).

       01  WS-NB-DSR          PIC 999     VALUE 0.
       01  WS-DSR-TAB         OCCURS 1 TO 500
                              DEPENDING WS-NB-DSR
                              INDEXED BY IDX-DSR.
           03 WS-DSR-ROW      PIC X(80).

       01  WS-DCV-NAME-LINE.
           03 FILLER          PIC X(14)  VALUE 'STUDENT     : '.
           03 WS-DCN-NAME     PIC X(13).
           03 FILLER          PIC X(9)   VALUE '   (ID : '.
           03 WS-DCN-ID       PIC 999.
           03 FILLER          PIC X(17)  VALUE ')   REGISTRAR NO '.
           03 WS-DCN-REG-ID   PIC X(8).
       01  WS-DCV-PLACE-LINE.
           03 FILLER          PIC X(14)  VALUE 'TRACK/SECT  : '.
           03 WS-DCP-TRACK    PIC X(3).
           03 FILLER          PIC X(3)   VALUE ' / '.
           03 WS-DCP-SECTION  PIC X(3).
       01  WS-DCV-LEAVE-LINE.
           03 FILLER          PIC X(14)  VALUE 'LEAVING ON  : '.
           03 WS-DCL-DATE     PIC 9(8).
           03 FILLER          PIC X(8)   VALUE '   TO : '.
           03 WS-DCL-DEST     PIC X(30).
       01  WS-DCV-ISSUE-LINE.
           03 FILLER          PIC X(14)  VALUE 'PREPARED ON : '.
           03 WS-DCI-DATE     PIC 9(8).
       01  WS-DCV-TERM-LINE.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-DCT-TERM     PIC X(10).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCT-AVG      PIC X(6).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCT-STATUS   PIC X(8).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCT-MENTION  PIC X(2).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCT-SOURCE   PIC X(12).
       01  WS-DCV-ABS-LINE.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-DCA-TERM     PIC X(10).
           03 FILLER          PIC X(13)  VALUE ' | ABSENCES '.
           03 WS-DCA-ABS      PIC ZZ9.
           03 FILLER          PIC X(13)  VALUE ' (JUSTIFIED '.
           03 WS-DCA-JUST     PIC ZZ9.
           03 FILLER          PIC X(19)  VALUE ')  CONDUCT POINTS '.
           03 WS-DCA-PTS      PIC ZZ9.
           03 FILLER          PIC X(12)  VALUE '  INCIDENTS '.
           03 WS-DCA-INC      PIC Z9.
       01  WS-DCV-SERIAL-LINE.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-DCS-SERIAL   PIC 9(8).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCS-TERM     PIC X(10).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCS-DATE     PIC 9(8).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCS-AVG      PIC X(6).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-DCS-STATUS   PIC X(8).
       01  WS-DCV-TOTAL-LINE.
           03 WS-DCO-LABEL    PIC X(28).
           03 WS-DCO-VALUE    PIC ZZZZ9.

      *> Departure dossier for a student moving to another school:
      *> everything the secretariat used to photocopy, pulled from
      *> the system of record in one pass. Takes the internal ID or,
      *> via the identity cross-reference, a registrar/SIS number,
      *> the receiving school and the leaving date; writes the
      *> fixed-layout exchange file (dosrec.cpy) and a printed cover
      *> summary listing every transcript serial ever issued to the
      *> student. Terms come from the sealed archive (the official
      *> result) and the history store (terms never sealed); course
      *> results and transfer credits from the per-course results
      *> store; attendance, justified absences and conduct for the
      *> term in progress from the snapshot. A student under an
      *> administrative hold gets no dossier -- the refusal goes on
      *> the held-documents report, same as the attestation desk.
      *> Condition code: 0 dossier written, 4 withheld, 8 unknown
      *> student, 12 snapshot refused or output not writable.
       PROCEDURE DIVISION.
       0520-TRANSFER-OUT-START.
           MOVE 'xref.dat'     TO WS-FILE-XREF-NAME.
           MOVE 'restart.dat'  TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'sealed.dat'   TO WS-FILE-SEALED-NAME.
           MOVE 'histix.dat'   TO WS-FILE-HISTIX-NAME.
           MOVE 'crsres.dat'   TO WS-FILE-CRSRES-NAME.
           MOVE 'trnreg.dat'   TO WS-FILE-TRNREG-NAME.
           MOVE 'holds.dat'    TO WS-FILE-HOLDS-NAME.
           MOVE 'heldrpt.dat'  TO WS-FILE-HELDRPT-NAME.
           MOVE 'dossier.dat'  TO WS-FILE-DOSSIER-NAME.
           MOVE 'doscover.dat' TO WS-FILE-DOSCOVER-NAME.
           MOVE '00' TO F-XREF-STATUS.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-SEALED-STATUS.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE '00' TO F-TRNREG2-STATUS.
           MOVE '00' TO F-DOSSIER-STATUS.
           MOVE '00' TO F-DOSCOVER-STATUS.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'STUDENT ID (INTERNAL, REGISTRAR OR SIS): '.
           ACCEPT WS-ASK-ID.
           DISPLAY 'RECEIVING SCHOOL: '.
           ACCEPT WS-ASK-DEST.
           DISPLAY 'LEAVING DATE (YYYYMMDD, BLANK = TODAY): '.
           ACCEPT WS-ASK-LEAVE.
           IF WS-ASK-ID = SPACES OR WS-ASK-DEST = SPACES
               DISPLAY 'ID AND RECEIVING SCHOOL ARE BOTH REQUIRED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ASK-LEAVE = SPACES
               MOVE WS-RUN-DATE TO WS-LEAVE-DATE
           ELSE
               IF WS-ASK-LEAVE IS NOT NUMERIC
                   DISPLAY 'LEAVING DATE' SPACE WS-ASK-LEAVE SPACE
                           'IS NOT A DATE'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ASK-LEAVE TO WS-LEAVE-DATE
           END-IF.

           PERFORM 0522-RESOLVE-ID-START
              THRU 0522-RESOLVE-ID-END.
           IF WS-ID-RESOLVED = 'N'
               DISPLAY 'ID' SPACE WS-ASK-ID SPACE
                       'NOT ON THE CROSS-REFERENCE MASTER'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0524-LOAD-SNAPSHOT-START
              THRU 0524-LOAD-SNAPSHOT-END.
           IF WS-SNAP-BAD = 'Y'
               DISPLAY 'SNAPSHOT REFUSED -- NO DOSSIER.'
                       SPACE 'RERUN promo TO CUT A FRESH SNAPSHOT.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0528-LOAD-SEALED-START
              THRU 0528-LOAD-SEALED-END.
           PERFORM 0530-LOAD-HISTORY-START
              THRU 0530-LOAD-HISTORY-END.
           IF WS-SNAP-FOUND = 'N' AND WS-NB-DTM = 0
               DISPLAY 'NO RECORD OF STUDENT' SPACE WS-QUERY-ID
                       SPACE 'IN THE SNAPSHOT, ARCHIVE OR HISTORY'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DOS-NAME = SPACES
               MOVE WS-XRF-NAME TO WS-DOS-NAME
           END-IF.

           MOVE 'C' TO WS-HLD-ACTION.
           MOVE WS-QUERY-ID TO WS-HLD-STUDENT.
           MOVE WS-DOS-NAME TO WS-HLD-NAME.
           MOVE 'DOSSIER' TO WS-HLD-DOC.
           CALL 'hold-check'.
           IF WS-HLD-IS-HELD
               MOVE 'A' TO WS-HLD-ACTION
               CALL 'hold-check'
               DISPLAY 'TRANSFER DOSSIER WITHHELD: ADMINISTRATIVE HOLD'
                       SPACE 'ON STUDENT' SPACE WS-QUERY-ID
               DISPLAY 'HOLDS LISTED ON' SPACE WS-FILE-HELDRPT-NAME
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-NB-DTM > 1
               SORT WS-DTM-TAB ON ASCENDING KEY WS-DTM-TERM
           END-IF.
           PERFORM 0532-LOAD-COURSES-START
              THRU 0532-LOAD-COURSES-END.
           PERFORM 0534-LOAD-SERIALS-START
              THRU 0534-LOAD-SERIALS-END.

           PERFORM 0536-WRITE-EXCHANGE-START
              THRU 0536-WRITE-EXCHANGE-END.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 0540-WRITE-COVER-START
              THRU 0540-WRITE-COVER-END.

           DISPLAY 'TRANSFER DOSSIER: ' WS-DOS-NAME SPACE
                   'TERMS' SPACE WS-NB-DTM SPACE
                   'COURSES' SPACE WS-NB-DCR SPACE
                   'SERIALS' SPACE WS-NB-DSR SPACE
                   '(SEE dossier.dat, doscover.dat)'.
       0520-TRANSFER-OUT-END.
           GOBACK.

      *> A 3-digit numeric entry is an internal ID as typed; anything
      *> else goes through the cross-reference on the registrar and
      *> SIS numbers. The cross-reference is read either way so the
      *> exchange header carries the registrar number.
       0522-RESOLVE-ID-START.
           MOVE 'N' TO WS-ID-RESOLVED.
           IF WS-ASK-ID(1:3) IS NUMERIC AND WS-ASK-ID(4:5) = SPACES
               MOVE WS-ASK-ID(1:3) TO WS-QUERY-ID
               MOVE 'Y' TO WS-ID-RESOLVED
           END-IF.
           OPEN INPUT F-XREF.
           IF NOT F-XREF-STATUS-OK
               MOVE '00' TO F-XREF-STATUS
               GO TO 0522-RESOLVE-ID-END
           END-IF.
           PERFORM UNTIL F-XREF-STATUS-EOF
               READ F-XREF NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ID-RESOLVED = 'N' AND
                          (R-XRF-REG-ID = WS-ASK-ID OR
                           R-XRF-SIS-ID = WS-ASK-ID)
                           MOVE R-XRF-ID TO WS-QUERY-ID
                           MOVE 'Y' TO WS-ID-RESOLVED
                       END-IF
                       IF WS-ID-RESOLVED = 'Y' AND
                          R-XRF-ID = WS-QUERY-ID
                           MOVE R-XRF-REG-ID TO WS-DOS-REG-ID
                           MOVE R-XRF-NAME   TO WS-XRF-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-XREF.
           MOVE '00' TO F-XREF-STATUS.
       0522-RESOLVE-ID-END.
           EXIT.

      *> Only the departing student's '01' line is kept; every other
      *> line is just counted for the envelope check. No snapshot at
      *> all is not an error -- a student who left between terms has
      *> no term in progress to report.
       0524-LOAD-SNAPSHOT-START.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
               MOVE '00' TO F-CHECKPOINT-STATUS
               DISPLAY 'NO SNAPSHOT -- NO TERM-IN-PROGRESS ATTENDANCE'
                       SPACE 'OR CONDUCT IN THE DOSSIER'
               GO TO 0524-LOAD-SNAPSHOT-END
           END-IF.
           PERFORM UNTIL F-CHECKPOINT-STATUS-EOF
               READ F-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-CHECKPOINT(1:2) TO WS-REC-TYPE
                       EVALUATE WS-REC-TYPE
                           WHEN 'H0'
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-HEADER-LINE
                               MOVE 'Y' TO WS-SNAP-HDR-SEEN
                               MOVE WS-CKH-VERSION TO WS-SNAP-VERSION
                               MOVE WS-CKH-TERM TO WS-SNAP-TERM
                               IF WS-CKH-NB-STUDENTS IS NUMERIC
                                   MOVE WS-CKH-NB-STUDENTS TO
                                        WS-EXP-STUDENTS
                                   MOVE WS-CKH-NB-COURSES TO
                                        WS-EXP-COURSES
                                   MOVE WS-CKH-NB-RECORDS TO
                                        WS-EXP-RECORDS
                                   MOVE WS-CKH-NB-GUARDIANS TO
                                        WS-EXP-GUARDIANS
                                   MOVE WS-CKH-NB-WAITS TO
                                        WS-EXP-WAITS
                               END-IF
                               IF WS-CKH-NB-DETAILS IS NUMERIC
                                   MOVE WS-CKH-NB-DETAILS TO
                                        WS-EXP-DETAILS
                               END-IF
                           WHEN '99'
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-TRAILER-LINE
                               MOVE 'Y' TO WS-SNAP-TRL-SEEN
                               IF WS-CKT-CHECK IS NUMERIC
                                   MOVE WS-CKT-CHECK TO
                                        WS-TRL-CHECK-GOT
                               END-IF
                           WHEN '02'
                               ADD 1 TO WS-CNT-COURSES
                           WHEN '03'
                               ADD 1 TO WS-CNT-RECORDS
                           WHEN '04'
                               ADD 1 TO WS-CNT-WAITS
                           WHEN '08'
                               ADD 1 TO WS-CNT-GUARDIANS
                           WHEN '01'
                               ADD 1 TO WS-CNT-STUDENTS
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-STUDENT-LINE
                               IF WS-CKS-ID = WS-QUERY-ID
                                   MOVE 'Y' TO WS-SNAP-FOUND
                                   MOVE REC-F-CHECKPOINT TO
                                        WS-DOS-STU-HOLD
                               END-IF
                           WHEN OTHER
                               MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                               IF WS-CKPT-IS-DETAIL
                                   ADD 1 TO WS-CNT-DETAILS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-CHECKPOINT.
           PERFORM 0526-VERIFY-SNAPSHOT-START
              THRU 0526-VERIFY-SNAPSHOT-END.
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-DOS-STU-HOLD TO WS-CKPT-STUDENT-LINE
               MOVE WS-CKS-NAME TO WS-DOS-NAME
           END-IF.
       0524-LOAD-SNAPSHOT-END.
           EXIT.

       0526-VERIFY-SNAPSHOT-START.
           IF WS-SNAP-HDR-SEEN = 'N' OR
              WS-SNAP-VERSION NOT = WS-CKPT-LAYOUT-VERSION
               DISPLAY 'SNAPSHOT HAS NO VALID INTEGRITY HEADER'
                       SPACE '(LAYOUT' SPACE WS-SNAP-VERSION SPACE
                       'VS' SPACE WS-CKPT-LAYOUT-VERSION ')'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0526-VERIFY-SNAPSHOT-END
           END-IF.
           IF WS-SNAP-TRL-SEEN = 'N'
               DISPLAY 'SNAPSHOT TRAILER MISSING -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0526-VERIFY-SNAPSHOT-END
           END-IF.
           COMPUTE WS-CHECK-CALC =
               WS-CNT-STUDENTS + (WS-CNT-COURSES * 7) +
               (WS-CNT-RECORDS * 13) + (WS-CNT-GUARDIANS * 3) +
               WS-CNT-WAITS + (WS-CNT-DETAILS * 5).
           IF WS-CNT-STUDENTS NOT = WS-EXP-STUDENTS OR
              WS-CNT-COURSES  NOT = WS-EXP-COURSES  OR
              WS-CNT-RECORDS  NOT = WS-EXP-RECORDS  OR
              WS-CNT-GUARDIANS NOT = WS-EXP-GUARDIANS OR
              WS-CNT-WAITS    NOT = WS-EXP-WAITS OR
              WS-CNT-DETAILS  NOT = WS-EXP-DETAILS OR
              WS-CHECK-CALC   NOT = WS-TRL-CHECK-GOT
               DISPLAY 'SNAPSHOT COUNTS DISAGREE WITH ITS'
                       SPACE 'HEADER/TRAILER -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
           END-IF.
       0526-VERIFY-SNAPSHOT-END.
           EXIT.

      *> Every sealed row of the student, one table row per term. On
      *> the rare resealed term the LAST row is the official one, so
      *> a later row overwrites the earlier.
       0528-LOAD-SEALED-START.
           MOVE 0 TO WS-NB-DTM.
           OPEN INPUT F-SEALED.
           IF NOT F-SEALED-STATUS-OK
               MOVE '00' TO F-SEALED-STATUS
               GO TO 0528-LOAD-SEALED-END
           END-IF.
           PERFORM UNTIL F-SEALED-STATUS-EOF
               READ F-SEALED
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-SEALED TO WS-SEALED-LINE
                       IF WS-SEA-ID = WS-QUERY-ID
                           PERFORM 0529-HOLD-SEALED-START
                              THRU 0529-HOLD-SEALED-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEALED.
           MOVE '00' TO F-SEALED-STATUS.
       0528-LOAD-SEALED-END.
           EXIT.

       0529-HOLD-SEALED-START.
           MOVE 0 TO WS-IND-TM.
           PERFORM VARYING IDX-DTM FROM 1 BY 1
              UNTIL IDX-DTM > WS-NB-DTM OR WS-IND-TM > 0
                   IF WS-DTM-TERM(IDX-DTM) = WS-SEA-TERM
                       SET WS-IND-TM TO IDX-DTM
                   END-IF
           END-PERFORM.
           IF WS-IND-TM = 0
               IF WS-NB-DTM >= 99
                   GO TO 0529-HOLD-SEALED-END
               END-IF
               ADD 1 TO WS-NB-DTM
               MOVE WS-NB-DTM TO WS-IND-TM
           END-IF.
           MOVE WS-SEA-TERM     TO WS-DTM-TERM(WS-IND-TM).
           MOVE WS-SEA-AVG      TO WS-DTM-AVG(WS-IND-TM).
           MOVE 'Y'             TO WS-DTM-SEALED(WS-IND-TM).
           MOVE WS-SEA-STATUS   TO WS-DTM-STATUS(WS-IND-TM).
           MOVE WS-SEA-CUM-GPA  TO WS-DTM-CUM-GPA(WS-IND-TM).
           MOVE WS-SEA-MENTION  TO WS-DTM-MENTION(WS-IND-TM).
           MOVE WS-SEA-REPEATER TO WS-DTM-REPEATER(WS-IND-TM).
           IF WS-SNAP-FOUND = 'N'
               MOVE WS-SEA-NAME TO WS-DOS-NAME
           END-IF.
       0529-HOLD-SEALED-END.
           EXIT.

      *> History rows for terms the archive never sealed (a term the
      *> student left before publication, or one sealed before the
      *> archive existed). A sealed term keeps its official row;
      *> voided history rows are not sent.
       0530-LOAD-HISTORY-START.
           OPEN INPUT F-HISTIX.
           IF NOT F-HISTIX-STATUS-OK
               MOVE '00' TO F-HISTIX-STATUS
               GO TO 0530-LOAD-HISTORY-END
           END-IF.
           MOVE WS-QUERY-ID TO R-HIX-ID.
           MOVE LOW-VALUES TO R-HIX-TERM.
           START F-HISTIX KEY IS NOT LESS THAN R-HIX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-STUDENT-DONE
           END-START.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-HISTIX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-HIX-ID NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF R-HIX-VOID NOT = 'V'
                               PERFORM 0531-HOLD-HISTORY-START
                                  THRU 0531-HOLD-HISTORY-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTIX.
           MOVE '00' TO F-HISTIX-STATUS.
       0530-LOAD-HISTORY-END.
           EXIT.

       0531-HOLD-HISTORY-START.
           SET IDX-DTM TO 1.
           SEARCH WS-DTM-TAB
               AT END
                   IF WS-NB-DTM < 99
                       ADD 1 TO WS-NB-DTM
                       MOVE R-HIX-TERM TO WS-DTM-TERM(WS-NB-DTM)
                       MOVE R-HIX-AVG  TO WS-DTM-AVG(WS-NB-DTM)
                       MOVE 'N'        TO WS-DTM-SEALED(WS-NB-DTM)
                       MOVE SPACES     TO WS-DTM-STATUS(WS-NB-DTM)
                       MOVE 0          TO WS-DTM-CUM-GPA(WS-NB-DTM)
                       MOVE SPACES     TO WS-DTM-MENTION(WS-NB-DTM)
                       MOVE SPACES     TO WS-DTM-REPEATER(WS-NB-DTM)
                   END-IF
               WHEN WS-DTM-TERM(IDX-DTM) = R-HIX-TERM
                   CONTINUE
           END-SEARCH.
       0531-HOLD-HISTORY-END.
           EXIT.

      *> Every active per-course row of the student, in-house marks
      *> and transfer credits alike (told apart by origin), sorted
      *> by term then course for the receiving school.
       0532-LOAD-COURSES-START.
           MOVE 0 TO WS-NB-DCR.
           MOVE 0 TO WS-NB-DCR-HOUSE.
           MOVE 0 TO WS-NB-DCR-XFER.
           OPEN INPUT F-CRSRES.
           IF NOT F-CRSRES-STATUS-OK
               MOVE '00' TO F-CRSRES-STATUS
               GO TO 0532-LOAD-COURSES-END
           END-IF.
           MOVE WS-QUERY-ID TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-STUDENT-DONE
           END-START.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-CRR-STUDENT NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF R-CRR-VOID NOT = 'V' AND
                              WS-NB-DCR < 2000
                               PERFORM 0533-HOLD-COURSE-START
                                  THRU 0533-HOLD-COURSE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CRSRES.
           MOVE '00' TO F-CRSRES-STATUS.
           IF WS-NB-DCR > 1
               SORT WS-DCR-TAB ON ASCENDING KEY WS-DCR-TERM
                                                WS-DCR-COURSE
           END-IF.
       0532-LOAD-COURSES-END.
           EXIT.

       0533-HOLD-COURSE-START.
           ADD 1 TO WS-NB-DCR.
           MOVE R-CRR-TERM      TO WS-DCR-TERM(WS-NB-DCR).
           MOVE R-CRR-COURSE    TO WS-DCR-COURSE(WS-NB-DCR).
           MOVE R-CRR-NAME      TO WS-DCR-NAME(WS-NB-DCR).
           MOVE R-CRR-COEF      TO WS-DCR-COEF(WS-NB-DCR).
           MOVE R-CRR-GRADE     TO WS-DCR-GRADE(WS-NB-DCR).
           MOVE R-CRR-STATUS    TO WS-DCR-STATUS(WS-NB-DCR).
           MOVE R-CRR-ORIGIN    TO WS-DCR-ORIGIN(WS-NB-DCR).
           MOVE R-CRR-RETAKEN   TO WS-DCR-RETAKEN(WS-NB-DCR).
           MOVE R-CRR-S1-GRADE  TO WS-DCR-S1-GRADE(WS-NB-DCR).
           MOVE R-CRR-DROP-DATE TO WS-DCR-DROP(WS-NB-DCR).
           IF R-CRR-ORIGIN = 'T'
               ADD 1 TO WS-NB-DCR-XFER
           ELSE
               ADD 1 TO WS-NB-DCR-HOUSE
           END-IF.
       0533-HOLD-COURSE-END.
           EXIT.

      *> Every transcript page the register says was issued to the
      *> student, in issue order.
       0534-LOAD-SERIALS-START.
           MOVE 0 TO WS-NB-DSR.
           OPEN INPUT F-TRNREG.
           IF NOT F-TRNREG2-STATUS-OK
               MOVE '00' TO F-TRNREG2-STATUS
               GO TO 0534-LOAD-SERIALS-END
           END-IF.
           PERFORM UNTIL F-TRNREG2-STATUS-EOF
               READ F-TRNREG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-TRNREG TO WS-TRNREG-LINE
                       IF WS-TSR-SERIAL IS NUMERIC AND
                          WS-TSR-ID = WS-QUERY-ID AND
                          WS-NB-DSR < 500
                           ADD 1 TO WS-NB-DSR
                           MOVE REC-F-TRNREG TO WS-DSR-ROW(WS-NB-DSR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TRNREG.
           MOVE '00' TO F-TRNREG2-STATUS.
       0534-LOAD-SERIALS-END.
           EXIT.

       0536-WRITE-EXCHANGE-START.
           OPEN OUTPUT F-DOSSIER.
           IF NOT F-DOSSIER-STATUS-OK
               DISPLAY 'UNABLE TO OPEN' SPACE WS-FILE-DOSSIER-NAME
                       SPACE 'STATUS' SPACE F-DOSSIER-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0536-WRITE-EXCHANGE-END
           END-IF.
           MOVE 0 TO WS-DOS-LINES.

           MOVE WS-QUERY-ID           TO WS-DSH-ID.
           MOVE WS-DOS-LAYOUT-VERSION TO WS-DSH-VERSION.
           MOVE WS-DOS-NAME           TO WS-DSH-NAME.
           MOVE SPACES                TO WS-DSH-TRACK.
           MOVE SPACES                TO WS-DSH-SECTION.
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-CKS-TRACK   TO WS-DSH-TRACK
               MOVE WS-CKS-SECTION TO WS-DSH-SECTION
           END-IF.
           MOVE WS-LEAVE-DATE         TO WS-DSH-LEAVE-DATE.
           MOVE WS-RUN-DATE           TO WS-DSH-ISSUE-DATE.
           MOVE WS-DOS-REG-ID         TO WS-DSH-REG-ID.
           MOVE WS-ASK-DEST           TO WS-DSH-DEST.
           MOVE SPACES TO REC-F-DOSSIER.
           MOVE WS-DOS-HEADER-LINE TO REC-F-DOSSIER.
           PERFORM 0538-WRITE-LINE-START THRU 0538-WRITE-LINE-END.

           PERFORM VARYING WS-IND-TM FROM 1 BY 1
              UNTIL WS-IND-TM > WS-NB-DTM
                   MOVE WS-QUERY-ID TO WS-DST-ID
                   MOVE WS-DTM-TERM(WS-IND-TM)     TO WS-DST-TERM
                   MOVE WS-DTM-AVG(WS-IND-TM)      TO WS-DST-AVG
                   MOVE WS-DTM-SEALED(WS-IND-TM)   TO WS-DST-SEALED
                   MOVE WS-DTM-STATUS(WS-IND-TM)   TO WS-DST-STATUS
                   MOVE WS-DTM-CUM-GPA(WS-IND-TM)  TO WS-DST-CUM-GPA
                   MOVE WS-DTM-MENTION(WS-IND-TM)  TO WS-DST-MENTION
                   MOVE WS-DTM-REPEATER(WS-IND-TM) TO WS-DST-REPEATER
                   MOVE SPACES TO REC-F-DOSSIER
                   MOVE WS-DOS-TERM-LINE TO REC-F-DOSSIER
                   PERFORM 0538-WRITE-LINE-START
                      THRU 0538-WRITE-LINE-END
           END-PERFORM.

           PERFORM VARYING WS-IND-CR FROM 1 BY 1
              UNTIL WS-IND-CR > WS-NB-DCR
                   IF WS-DCR-ORIGIN(WS-IND-CR) = 'T'
                       MOVE 'DX' TO WS-DSC-TAG
                   ELSE
                       MOVE 'DC' TO WS-DSC-TAG
                   END-IF
                   MOVE WS-QUERY-ID TO WS-DSC-ID
                   MOVE WS-DCR-TERM(WS-IND-CR)     TO WS-DSC-TERM
                   MOVE WS-DCR-COURSE(WS-IND-CR)   TO WS-DSC-COURSE
                   MOVE WS-DCR-NAME(WS-IND-CR)     TO WS-DSC-NAME
                   MOVE WS-DCR-COEF(WS-IND-CR)     TO WS-DSC-COEF
                   MOVE WS-DCR-GRADE(WS-IND-CR)    TO WS-DSC-GRADE
                   MOVE WS-DCR-STATUS(WS-IND-CR)   TO WS-DSC-STATUS
                   MOVE WS-DCR-RETAKEN(WS-IND-CR)  TO WS-DSC-RETAKEN
                   MOVE WS-DCR-S1-GRADE(WS-IND-CR) TO WS-DSC-S1-GRADE
                   MOVE WS-DCR-DROP(WS-IND-CR)     TO WS-DSC-DROP-DATE
                   MOVE SPACES TO REC-F-DOSSIER
                   MOVE WS-DOS-COURSE-LINE TO REC-F-DOSSIER
                   PERFORM 0538-WRITE-LINE-START
                      THRU 0538-WRITE-LINE-END
           END-PERFORM.

           MOVE 0 TO WS-DSZ-NB-ATTEND.
           MOVE 0 TO WS-DSZ-NB-CONDUCT.
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-QUERY-ID  TO WS-DSA-ID
               MOVE WS-SNAP-TERM TO WS-DSA-TERM
               MOVE 0 TO WS-DSA-ABSENCES
               MOVE 0 TO WS-DSA-JUSTIFIED
               IF WS-CKS-ABSENCES IS NUMERIC
                   MOVE WS-CKS-ABSENCES TO WS-DSA-ABSENCES
               END-IF
               IF WS-CKS-ABS-JUST IS NUMERIC
                   MOVE WS-CKS-ABS-JUST TO WS-DSA-JUSTIFIED
               END-IF
               MOVE 0 TO WS-DSA-UNJUSTIFIED
               IF WS-DSA-ABSENCES > WS-DSA-JUSTIFIED
                   COMPUTE WS-DSA-UNJUSTIFIED =
                       WS-DSA-ABSENCES - WS-DSA-JUSTIFIED
               END-IF
               MOVE 0 TO WS-DSA-ENR-DATE
               MOVE 0 TO WS-DSA-WDR-DATE
               IF WS-CKS-ENR-DATE IS NUMERIC
                   MOVE WS-CKS-ENR-DATE TO WS-DSA-ENR-DATE
               END-IF
               IF WS-CKS-WDR-DATE IS NUMERIC
                   MOVE WS-CKS-WDR-DATE TO WS-DSA-WDR-DATE
               END-IF
               MOVE SPACES TO REC-F-DOSSIER
               MOVE WS-DOS-ATTEND-LINE TO REC-F-DOSSIER
               PERFORM 0538-WRITE-LINE-START
                  THRU 0538-WRITE-LINE-END
               MOVE 1 TO WS-DSZ-NB-ATTEND

               MOVE WS-QUERY-ID  TO WS-DSB-ID
               MOVE WS-SNAP-TERM TO WS-DSB-TERM
               MOVE 0 TO WS-DSB-POINTS
               MOVE 0 TO WS-DSB-INCIDENTS
               IF WS-CKS-CONDUCT-PTS IS NUMERIC
                   MOVE WS-CKS-CONDUCT-PTS TO WS-DSB-POINTS
               END-IF
               IF WS-CKS-INCIDENTS IS NUMERIC
                   MOVE WS-CKS-INCIDENTS TO WS-DSB-INCIDENTS
               END-IF
               MOVE SPACES TO REC-F-DOSSIER
               MOVE WS-DOS-CONDUCT-LINE TO REC-F-DOSSIER
               PERFORM 0538-WRITE-LINE-START
                  THRU 0538-WRITE-LINE-END
               MOVE 1 TO WS-DSZ-NB-CONDUCT
           END-IF.

           PERFORM VARYING WS-IND-SR FROM 1 BY 1
              UNTIL WS-IND-SR > WS-NB-DSR
                   MOVE WS-DSR-ROW(WS-IND-SR) TO WS-TRNREG-LINE
                   MOVE WS-QUERY-ID   TO WS-DSS-ID
                   MOVE WS-TSR-SERIAL TO WS-DSS-SERIAL
                   MOVE WS-TSR-TERM   TO WS-DSS-TERM
                   MOVE WS-TSR-DATE   TO WS-DSS-DATE
                   MOVE WS-TSR-AVG    TO WS-DSS-AVG
                   MOVE WS-TSR-STATUS TO WS-DSS-STATUS
                   MOVE WS-TSR-CHECK  TO WS-DSS-CHECK
                   MOVE SPACES TO REC-F-DOSSIER
                   MOVE WS-DOS-SERIAL-LINE TO REC-F-DOSSIER
                   PERFORM 0538-WRITE-LINE-START
                      THRU 0538-WRITE-LINE-END
           END-PERFORM.

           MOVE WS-QUERY-ID     TO WS-DSZ-ID.
           MOVE WS-NB-DTM       TO WS-DSZ-NB-TERMS.
           MOVE WS-NB-DCR-HOUSE TO WS-DSZ-NB-COURSES.
           MOVE WS-NB-DCR-XFER  TO WS-DSZ-NB-CREDITS.
           MOVE WS-NB-DSR       TO WS-DSZ-NB-SERIALS.
           COMPUTE WS-DSZ-COUNT = WS-DOS-LINES + 1.
           MOVE SPACES TO REC-F-DOSSIER.
           MOVE WS-DOS-TRAILER-LINE TO REC-F-DOSSIER.
           PERFORM 0538-WRITE-LINE-START THRU 0538-WRITE-LINE-END.
           CLOSE F-DOSSIER.
       0536-WRITE-EXCHANGE-END.
           EXIT.

       0538-WRITE-LINE-START.
           WRITE REC-F-DOSSIER.
           ADD 1 TO WS-DOS-LINES.
       0538-WRITE-LINE-END.
           EXIT.

      *> The secretariat's cover sheet: who, where to, every term on
      *> record, the term-in-progress absences and conduct, and the
      *> serial of every transcript page already in circulation so
      *> the receiving school can verify the paper it is handed.
       0540-WRITE-COVER-START.
           OPEN OUTPUT F-DOSCOVER.
           IF NOT F-DOSCOVER-STATUS-OK
               DISPLAY 'UNABLE TO OPEN' SPACE WS-FILE-DOSCOVER-NAME
                       SPACE 'STATUS' SPACE F-DOSCOVER-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0540-WRITE-COVER-END
           END-IF.
           MOVE WS-DOS-RULE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE 'OUTBOUND TRANSFER DOSSIER -- COVER SUMMARY'
               TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE WS-DOS-RULE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.

           MOVE WS-DOS-NAME   TO WS-DCN-NAME.
           MOVE WS-QUERY-ID   TO WS-DCN-ID.
           MOVE WS-DOS-REG-ID TO WS-DCN-REG-ID.
           MOVE SPACES TO REC-F-DOSCOVER.
           MOVE WS-DCV-NAME-LINE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE WS-DSH-TRACK   TO WS-DCP-TRACK.
           MOVE WS-DSH-SECTION TO WS-DCP-SECTION.
           MOVE SPACES TO REC-F-DOSCOVER.
           MOVE WS-DCV-PLACE-LINE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE WS-LEAVE-DATE TO WS-DCL-DATE.
           MOVE WS-ASK-DEST   TO WS-DCL-DEST.
           MOVE SPACES TO REC-F-DOSCOVER.
           MOVE WS-DCV-LEAVE-LINE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE WS-RUN-DATE TO WS-DCI-DATE.
           MOVE SPACES TO REC-F-DOSCOVER.
           MOVE WS-DCV-ISSUE-LINE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.

           MOVE WS-DOS-DASH TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE 'TERMS ON RECORD' TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           IF WS-NB-DTM = 0
               MOVE '  NONE -- NO TERM COMPLETED HERE'
                   TO REC-F-DOSCOVER
               WRITE REC-F-DOSCOVER
           END-IF.
           PERFORM VARYING WS-IND-TM FROM 1 BY 1
              UNTIL WS-IND-TM > WS-NB-DTM
                   MOVE WS-DTM-TERM(WS-IND-TM) TO WS-DCT-TERM
                   MOVE WS-DTM-AVG(WS-IND-TM) TO WS-AVG-EDIT
                   MOVE WS-AVG-EDIT TO WS-DCT-AVG
                   MOVE WS-DTM-STATUS(WS-IND-TM) TO WS-DCT-STATUS
                   MOVE WS-DTM-MENTION(WS-IND-TM) TO WS-DCT-MENTION
                   IF WS-DTM-SEALED(WS-IND-TM) = 'Y'
                       MOVE 'SEALED' TO WS-DCT-SOURCE
                   ELSE
                       MOVE 'HISTORY ONLY' TO WS-DCT-SOURCE
                   END-IF
                   MOVE SPACES TO REC-F-DOSCOVER
                   MOVE WS-DCV-TERM-LINE TO REC-F-DOSCOVER
                   WRITE REC-F-DOSCOVER
           END-PERFORM.

           MOVE WS-DOS-DASH TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE 'ATTENDANCE AND CONDUCT (TERM IN PROGRESS)'
               TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-SNAP-TERM     TO WS-DCA-TERM
               MOVE WS-DSA-ABSENCES  TO WS-DCA-ABS
               MOVE WS-DSA-JUSTIFIED TO WS-DCA-JUST
               MOVE WS-DSB-POINTS    TO WS-DCA-PTS
               MOVE WS-DSB-INCIDENTS TO WS-DCA-INC
               MOVE SPACES TO REC-F-DOSCOVER
               MOVE WS-DCV-ABS-LINE TO REC-F-DOSCOVER
           ELSE
               MOVE '  NOT ON THE CURRENT TERM ROLL' TO REC-F-DOSCOVER
           END-IF.
           WRITE REC-F-DOSCOVER.

           MOVE WS-DOS-DASH TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE 'TRANSCRIPT SERIALS ISSUED' TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           IF WS-NB-DSR = 0
               MOVE '  NONE ISSUED' TO REC-F-DOSCOVER
               WRITE REC-F-DOSCOVER
           END-IF.
           PERFORM VARYING WS-IND-SR FROM 1 BY 1
              UNTIL WS-IND-SR > WS-NB-DSR
                   MOVE WS-DSR-ROW(WS-IND-SR) TO WS-TRNREG-LINE
                   MOVE WS-TSR-SERIAL TO WS-DCS-SERIAL
                   MOVE WS-TSR-TERM   TO WS-DCS-TERM
                   MOVE WS-TSR-DATE   TO WS-DCS-DATE
                   MOVE WS-TSR-AVG    TO WS-AVG-EDIT
                   MOVE WS-AVG-EDIT   TO WS-DCS-AVG
                   MOVE WS-TSR-STATUS TO WS-DCS-STATUS
                   MOVE SPACES TO REC-F-DOSCOVER
                   MOVE WS-DCV-SERIAL-LINE TO REC-F-DOSCOVER
                   WRITE REC-F-DOSCOVER
           END-PERFORM.

           MOVE WS-DOS-DASH TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           MOVE 'TERMS SENT                : ' TO WS-DCO-LABEL.
           MOVE WS-NB-DTM TO WS-DCO-VALUE.
           PERFORM 0542-WRITE-TOTAL-START THRU 0542-WRITE-TOTAL-END.
           MOVE 'COURSE RESULTS (IN-HOUSE) : ' TO WS-DCO-LABEL.
           MOVE WS-NB-DCR-HOUSE TO WS-DCO-VALUE.
           PERFORM 0542-WRITE-TOTAL-START THRU 0542-WRITE-TOTAL-END.
           MOVE 'TRANSFER CREDITS          : ' TO WS-DCO-LABEL.
           MOVE WS-NB-DCR-XFER TO WS-DCO-VALUE.
           PERFORM 0542-WRITE-TOTAL-START THRU 0542-WRITE-TOTAL-END.
           MOVE 'TRANSCRIPT SERIALS        : ' TO WS-DCO-LABEL.
           MOVE WS-NB-DSR TO WS-DCO-VALUE.
           PERFORM 0542-WRITE-TOTAL-START THRU 0542-WRITE-TOTAL-END.
           MOVE 'EXCHANGE FILE LINES       : ' TO WS-DCO-LABEL.
           MOVE WS-DOS-LINES TO WS-DCO-VALUE.
           PERFORM 0542-WRITE-TOTAL-START THRU 0542-WRITE-TOTAL-END.
           MOVE WS-DOS-RULE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
           CLOSE F-DOSCOVER.
       0540-WRITE-COVER-END.
           EXIT.

       0542-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-DOSCOVER.
           MOVE WS-DCV-TOTAL-LINE TO REC-F-DOSCOVER.
           WRITE REC-F-DOSCOVER.
       0542-WRITE-TOTAL-END.
           EXIT.
