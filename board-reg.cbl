       IDENTIFICATION DIVISION.
       PROGRAM-ID. board-reg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selstm.
           COPY selckpt.
           COPY selbrg.
           COPY selbrj.
           COPY selparm.

       DATA DIVISION.
       FILE SECTION.
           COPY fdstm.
           COPY fdckpt.
           COPY fdbrg.
           COPY fdbrj.
           COPY fdparm.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY ckptrec.
           COPY brdrec.

       01  WS-BRG-RULE        PIC X(72)   VALUE ALL '-'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-SNAP-TERM       PIC X(10)   VALUE SPACES.
       01  WS-IND-SN          PIC 9(4)    VALUE 0.
       01  WS-IND-OP          PIC 9       VALUE 0.
       01  WS-IND-AC          PIC 9       VALUE 0.
       01  WS-BRG-STU-ROW     PIC 999     VALUE 0.
       01  WS-BRG-XRF-ROW     PIC 999     VALUE 0.
       01  WS-BRG-FINAL       PIC X       VALUE 'N'.
       01  WS-BRG-NB-OPT      PIC 99      VALUE 0.
       01  WS-BRG-NB-ACM      PIC 99      VALUE 0.

      *> Board centre number (BOARDCTR card) -- the board will not
      *> load a file without it; session label (BOARDSES card,
      *> default the snapshot term).
       01  WS-BRG-CENTRE      PIC X(8)    VALUE SPACES.
       01  WS-BRG-SESSION     PIC X(10)   VALUE SPACES.

      *> Sections whose students sit the board exam this year, one
      *> FINALSECT card each.
       01  WS-NB-FINAL-SECT   PIC 99      VALUE 0.
       01  WS-FINAL-SECT-TAB  OCCURS 1 TO 20
                              DEPENDING WS-NB-FINAL-SECT
                              INDEXED BY IDX-FSC.
           03 WS-FSC-SECTION  PIC X(3).

       01  WS-NB-BRG-CAND     PIC 999     VALUE 0.
       01  WS-NB-BRG-SENT     PIC 999     VALUE 0.
       01  WS-NB-BRG-REJ      PIC 999     VALUE 0.
       01  WS-NB-BRG-LEFT     PIC 999     VALUE 0.

       01  F-PARM-STATUS      PIC X(02)   VALUE '00'.
           88 F-PARM-STATUS-OK     VALUE '00'.
           88 F-PARM-STATUS-EOF    VALUE '10'.
           88 F-PARM-STATUS-NOFILE VALUE '35'.

      *> Snapshot integrity, same verification staff-forecast.cbl
      *> applies: this year's enrollments and accommodations must
      *> come from a whole snapshot.
       01  WS-SNAP-HDR-SEEN   PIC X       VALUE 'N'.
       01  WS-SNAP-TRL-SEEN   PIC X       VALUE 'N'.
       01  WS-SNAP-BAD        PIC X       VALUE 'N'.
       01  WS-SNAP-VERSION    PIC X(2)    VALUE SPACES.
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

      *> From the snapshot: who is on this year's roll (and whether
      *> withdrawn), which courses are optional, every enrollment,
      *> every accommodation.
       01  WS-NB-BRS          PIC 999     VALUE 0.
       01  WS-BRS-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-BRS
                              INDEXED BY IDX-BRS.
           03 WS-BRS-ID       PIC 999.
           03 WS-BRS-WITHDRAWN PIC X.
           03 WS-BRS-TRACK    PIC X(3).
       01  WS-NB-BRK          PIC 999     VALUE 0.
       01  WS-BRK-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-BRK
                              INDEXED BY IDX-BRK.
           03 WS-BRK-ID       PIC 999.
           03 WS-BRK-TYPE     PIC X.
       01  WS-NB-BRE          PIC 9(4)    VALUE 0.
       01  WS-BRE-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-BRE
                              INDEXED BY IDX-BRE.
           03 WS-BRE-STUDENT  PIC 999.
           03 WS-BRE-COURSE   PIC 999.
           03 WS-BRE-STATUS   PIC X.
           03 WS-BRE-ORIGIN   PIC X.
       01  WS-NB-BRA          PIC 9(4)    VALUE 0.
       01  WS-BRA-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-BRA
                              INDEXED BY IDX-BRA.
           03 WS-BRA-STUDENT  PIC 999.
           03 WS-BRA-CODE     PIC X(2).
           03 WS-BRA-EXTRA    PIC 999.

      *> What the candidate is missing, built up one field at a time.
       01  WS-BRG-MISSING     PIC X(60)   VALUE SPACES.
       01  WS-BRG-PTR         PIC 99      VALUE 1.
       01  WS-BRG-ITEM        PIC X(24)   VALUE SPACES.

       01  WS-BRJ-HEADER.
           03 FILLER          PIC X(34)  VALUE
              'EXAM-BOARD REGISTRATION -- CENTRE '.
           03 WS-BJH-CENTRE   PIC X(8).
           03 FILLER          PIC X(10)  VALUE '  SESSION '.
           03 WS-BJH-SESSION  PIC X(10).
       01  WS-BRJ-LINE.
           03 WS-BJL-ID       PIC 999.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BJL-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BJL-SECTION  PIC X(3).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BJL-TEXT     PIC X(60).
       01  WS-BRJ-TOTAL-LINE.
           03 WS-BJT-LABEL    PIC X(28).
           03 WS-BJT-VALUE    PIC ZZZ9.

      *> Final-year candidate registration for the national exam
      *> board, cut in the board's own record layout (brdrec.cpy) so
      *> the secretariat stops retyping candidates into its portal.
      *> Candidates are the student-master rows in a FINALSECT
      *> section; the registrar/SIS numbers and legal name come from
      *> the identity cross-reference, the track from the master
      *> (the snapshot as fallback), optional courses and exam
      *> accommodations from this year's snapshot. A candidate
      *> missing a mandatory field -- name, age, track, registrar
      *> number, a place on this year's roll -- is not sent: the
      *> reject list names every field missing, so one correction
      *> pass fixes them all. Withdrawn students are left out and
      *> counted. board-ack.cbl matches the board's return file.
      *> Condition code: 0 all sent, 4 candidates rejected, 12 no
      *> centre number, no final-year section or no usable snapshot.
       PROCEDURE DIVISION.
       0550-BOARD-REG-START.
           MOVE 'stumast.dat'  TO WS-FILE-STUMAST-NAME.
           MOVE 'xref.dat'     TO WS-FILE-XREF-NAME.
           MOVE 'restart.dat'  TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'boardreg.dat' TO WS-FILE-BOARDREG-NAME.
           MOVE 'boardrej.dat' TO WS-FILE-BOARDREJ-NAME.
           MOVE '00' TO F-STUMAST-STATUS.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-BOARDREG-STATUS.
           MOVE '00' TO F-BOARDREJ-STATUS.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0551-READ-PARM-CARDS-START
              THRU 0551-READ-PARM-CARDS-END.
           IF WS-BRG-CENTRE = SPACES
               DISPLAY 'NO BOARDCTR CARD -- THE BOARD REFUSES A FILE'
                       SPACE 'WITHOUT A CENTRE NUMBER'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-FINAL-SECT = 0
               DISPLAY 'NO FINALSECT CARD -- NO FINAL-YEAR SECTION'
                       SPACE 'TO REGISTER'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0552-LOAD-SNAPSHOT-START
              THRU 0552-LOAD-SNAPSHOT-END.
           IF WS-SNAP-BAD = 'Y'
               DISPLAY 'SNAPSHOT REFUSED -- NO REGISTRATION.'
                       SPACE 'RERUN promo TO CUT A FRESH SNAPSHOT.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BRG-SESSION = SPACES
               MOVE WS-SNAP-TERM TO WS-BRG-SESSION
           END-IF.

           CALL 'load-xref'.

           OPEN INPUT F-STUMAST.
           IF NOT F-STUMAST-STATUS-OK
               DISPLAY 'NO STUDENT MASTER, STATUS' SPACE
                       F-STUMAST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-BOARDREG.
           OPEN OUTPUT F-BOARDREJ.
           IF NOT F-BOARDREG-STATUS-OK OR NOT F-BOARDREJ-STATUS-OK
               DISPLAY 'BOARD-REG: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-BOARDREG-STATUS SPACE F-BOARDREJ-STATUS
               CLOSE F-STUMAST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-BRG-CENTRE  TO WS-BRH-CENTRE.
           MOVE WS-BRG-SESSION TO WS-BRH-SESSION.
           MOVE WS-RUN-DATE    TO WS-BRH-DATE.
           MOVE SPACES TO REC-F-BOARDREG.
           MOVE WS-BRD-HEADER-LINE TO REC-F-BOARDREG.
           WRITE REC-F-BOARDREG.

           MOVE WS-BRG-CENTRE  TO WS-BJH-CENTRE.
           MOVE WS-BRG-SESSION TO WS-BJH-SESSION.
           MOVE SPACES TO REC-F-BOARDREJ.
           MOVE WS-BRJ-HEADER TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.
           MOVE WS-BRG-RULE TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.
           MOVE 'CANDIDATES NOT SENT -- MISSING MANDATORY FIELDS'
               TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.
           MOVE WS-BRG-RULE TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.

           PERFORM UNTIL F-STUMAST-STATUS-EOF
               READ F-STUMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO WS-BRG-FINAL
                       SET IDX-FSC TO 1
                       SEARCH WS-FINAL-SECT-TAB
                           WHEN WS-FSC-SECTION(IDX-FSC) =
                                R-STM-SECTION
                               MOVE 'Y' TO WS-BRG-FINAL
                       END-SEARCH
                       IF WS-BRG-FINAL = 'Y' AND NOT R-STM-INACTIVE
                           PERFORM 0555-CANDIDATE-START
                              THRU 0555-CANDIDATE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-STUMAST.

           MOVE WS-BRG-CENTRE  TO WS-BRT-CENTRE.
           MOVE WS-NB-BRG-SENT TO WS-BRT-COUNT.
           MOVE SPACES TO REC-F-BOARDREG.
           MOVE WS-BRD-TRAILER-LINE TO REC-F-BOARDREG.
           WRITE REC-F-BOARDREG.
           CLOSE F-BOARDREG.

           IF WS-NB-BRG-REJ = 0
               MOVE '  NONE' TO REC-F-BOARDREJ
               WRITE REC-F-BOARDREJ
           END-IF.
           MOVE WS-BRG-RULE TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.
           MOVE 'FINAL-YEAR CANDIDATES     : ' TO WS-BJT-LABEL.
           MOVE WS-NB-BRG-CAND TO WS-BJT-VALUE.
           PERFORM 0559-WRITE-TOTAL-START THRU 0559-WRITE-TOTAL-END.
           MOVE 'SENT TO THE BOARD         : ' TO WS-BJT-LABEL.
           MOVE WS-NB-BRG-SENT TO WS-BJT-VALUE.
           PERFORM 0559-WRITE-TOTAL-START THRU 0559-WRITE-TOTAL-END.
           MOVE 'REJECTED (LISTED ABOVE)   : ' TO WS-BJT-LABEL.
           MOVE WS-NB-BRG-REJ TO WS-BJT-VALUE.
           PERFORM 0559-WRITE-TOTAL-START THRU 0559-WRITE-TOTAL-END.
           MOVE 'WITHDRAWN, NOT REGISTERED : ' TO WS-BJT-LABEL.
           MOVE WS-NB-BRG-LEFT TO WS-BJT-VALUE.
           PERFORM 0559-WRITE-TOTAL-START THRU 0559-WRITE-TOTAL-END.
           CLOSE F-BOARDREJ.

           DISPLAY 'BOARD REGISTRATION:' SPACE 'SENT' SPACE
                   WS-NB-BRG-SENT SPACE 'REJECTED' SPACE
                   WS-NB-BRG-REJ SPACE 'WITHDRAWN' SPACE
                   WS-NB-BRG-LEFT.
           IF WS-NB-BRG-REJ > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0550-BOARD-REG-END.
           GOBACK.

       0551-READ-PARM-CARDS-START.
           OPEN INPUT F-PARM.
           IF NOT F-PARM-STATUS-OK
               GO TO 0551-READ-PARM-CARDS-END
           END-IF.
           PERFORM UNTIL F-PARM-STATUS-EOF
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE PARM-KEYWORD
                           WHEN 'BOARDCTR'
                               MOVE PARM-VALUE TO WS-BRG-CENTRE
                           WHEN 'BOARDSES'
                               MOVE PARM-VALUE TO WS-BRG-SESSION
                           WHEN 'FINALSECT'
                               IF WS-NB-FINAL-SECT < 20 AND
                                  PARM-VALUE NOT = SPACES
                                   ADD 1 TO WS-NB-FINAL-SECT
                                   MOVE PARM-VALUE TO
                                     WS-FSC-SECTION(WS-NB-FINAL-SECT)
                               END-IF
                           WHEN 'STUMAST'
                               MOVE PARM-VALUE TO WS-FILE-STUMAST-NAME
                           WHEN 'BOARDREG'
                               MOVE PARM-VALUE TO
                                    WS-FILE-BOARDREG-NAME
                           WHEN 'BOARDREJ'
                               MOVE PARM-VALUE TO
                                    WS-FILE-BOARDREJ-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-PARM.
       0551-READ-PARM-CARDS-END.
           EXIT.

      *> Student, course, class and accommodation lines are kept;
      *> everything else only counts toward the envelope check.
       0552-LOAD-SNAPSHOT-START.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
               MOVE '00' TO F-CHECKPOINT-STATUS
               DISPLAY 'NO SNAPSHOT -- THIS YEAR''S ENROLLMENTS ARE'
                       SPACE 'UNKNOWN'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0552-LOAD-SNAPSHOT-END
           END-IF.
           PERFORM UNTIL F-CHECKPOINT-STATUS-EOF
               READ F-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0553-PARSE-LINE-START
                          THRU 0553-PARSE-LINE-END
               END-READ
           END-PERFORM.
           CLOSE F-CHECKPOINT.
           PERFORM 0554-VERIFY-SNAPSHOT-START
              THRU 0554-VERIFY-SNAPSHOT-END.
       0552-LOAD-SNAPSHOT-END.
           EXIT.

       0553-PARSE-LINE-START.
           MOVE REC-F-CHECKPOINT(1:2) TO WS-REC-TYPE.
           EVALUATE WS-REC-TYPE
               WHEN 'H0'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-HEADER-LINE
                   MOVE 'Y' TO WS-SNAP-HDR-SEEN
                   MOVE WS-CKH-VERSION TO WS-SNAP-VERSION
                   MOVE WS-CKH-TERM TO WS-SNAP-TERM
                   IF WS-CKH-NB-STUDENTS IS NUMERIC
                       MOVE WS-CKH-NB-STUDENTS  TO WS-EXP-STUDENTS
                       MOVE WS-CKH-NB-COURSES   TO WS-EXP-COURSES
                       MOVE WS-CKH-NB-RECORDS   TO WS-EXP-RECORDS
                       MOVE WS-CKH-NB-GUARDIANS TO WS-EXP-GUARDIANS
                       MOVE WS-CKH-NB-WAITS     TO WS-EXP-WAITS
                   END-IF
                   IF WS-CKH-NB-DETAILS IS NUMERIC
                       MOVE WS-CKH-NB-DETAILS TO WS-EXP-DETAILS
                   END-IF
               WHEN '99'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-TRAILER-LINE
                   MOVE 'Y' TO WS-SNAP-TRL-SEEN
                   IF WS-CKT-CHECK IS NUMERIC
                       MOVE WS-CKT-CHECK TO WS-TRL-CHECK-GOT
                   END-IF
               WHEN '01'
                   ADD 1 TO WS-CNT-STUDENTS
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-STUDENT-LINE
                   IF WS-NB-BRS < 999
                       ADD 1 TO WS-NB-BRS
                       MOVE WS-CKS-ID        TO WS-BRS-ID(WS-NB-BRS)
                       MOVE WS-CKS-WITHDRAWN TO
                            WS-BRS-WITHDRAWN(WS-NB-BRS)
                       MOVE WS-CKS-TRACK     TO WS-BRS-TRACK(WS-NB-BRS)
                   END-IF
               WHEN '02'
                   ADD 1 TO WS-CNT-COURSES
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-COURSE-LINE
                   IF WS-NB-BRK < 999
                       ADD 1 TO WS-NB-BRK
                       MOVE WS-CKC-ID   TO WS-BRK-ID(WS-NB-BRK)
                       MOVE WS-CKC-TYPE TO WS-BRK-TYPE(WS-NB-BRK)
                   END-IF
               WHEN '03'
                   ADD 1 TO WS-CNT-RECORDS
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-CLASS-LINE
                   IF WS-NB-BRE < 9999
                       ADD 1 TO WS-NB-BRE
                       MOVE WS-CKL-ID1    TO WS-BRE-STUDENT(WS-NB-BRE)
                       MOVE WS-CKL-ID2    TO WS-BRE-COURSE(WS-NB-BRE)
                       MOVE WS-CKL-STATUS TO WS-BRE-STATUS(WS-NB-BRE)
                       MOVE WS-CKL-ORIGIN TO WS-BRE-ORIGIN(WS-NB-BRE)
                   END-IF
               WHEN '04'
                   ADD 1 TO WS-CNT-WAITS
               WHEN '08'
                   ADD 1 TO WS-CNT-GUARDIANS
               WHEN '19'
                   ADD 1 TO WS-CNT-DETAILS
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-ACCOMMODATION-LINE
                   IF WS-NB-BRA < 9999
                       ADD 1 TO WS-NB-BRA
                       MOVE WS-CKA-STUDENT TO WS-BRA-STUDENT(WS-NB-BRA)
                       MOVE WS-CKA-CODE    TO WS-BRA-CODE(WS-NB-BRA)
                       MOVE WS-CKA-EXTRA   TO WS-BRA-EXTRA(WS-NB-BRA)
                   END-IF
               WHEN OTHER
                   MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                   IF WS-CKPT-IS-DETAIL
                       ADD 1 TO WS-CNT-DETAILS
                   END-IF
           END-EVALUATE.
       0553-PARSE-LINE-END.
           EXIT.

       0554-VERIFY-SNAPSHOT-START.
           IF WS-SNAP-HDR-SEEN = 'N' OR
              WS-SNAP-VERSION NOT = WS-CKPT-LAYOUT-VERSION
               DISPLAY 'SNAPSHOT HAS NO VALID INTEGRITY HEADER'
                       SPACE '(LAYOUT' SPACE WS-SNAP-VERSION SPACE
                       'VS' SPACE WS-CKPT-LAYOUT-VERSION ')'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0554-VERIFY-SNAPSHOT-END
           END-IF.
           IF WS-SNAP-TRL-SEEN = 'N'
               DISPLAY 'SNAPSHOT TRAILER MISSING -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0554-VERIFY-SNAPSHOT-END
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
       0554-VERIFY-SNAPSHOT-END.
           EXIT.

      *> One final-year student off the master: looked up on the
      *> roll and the cross-reference, the board line filled in, and
      *> either written or listed with every missing field.
       0555-CANDIDATE-START.
           MOVE 0 TO WS-BRG-STU-ROW.
           SET IDX-BRS TO 1.
           SEARCH WS-BRS-TAB
               WHEN WS-BRS-ID(IDX-BRS) = R-STM-ID
                   SET WS-BRG-STU-ROW TO IDX-BRS
           END-SEARCH.
           IF WS-BRG-STU-ROW > 0
               IF WS-BRS-WITHDRAWN(WS-BRG-STU-ROW) = 'Y'
                   ADD 1 TO WS-NB-BRG-LEFT
                   GO TO 0555-CANDIDATE-END
               END-IF
           END-IF.
           ADD 1 TO WS-NB-BRG-CAND.

           MOVE 0 TO WS-BRG-XRF-ROW.
           IF WS-NB-XREF > 0
               SET IDX-XREF TO 1
               SEARCH WS-XREF-TAB
                   WHEN WS-XRF-ID(IDX-XREF) = R-STM-ID
                       SET WS-BRG-XRF-ROW TO IDX-XREF
               END-SEARCH
           END-IF.

           MOVE WS-BRG-CENTRE TO WS-BRC-CENTRE.
           MOVE R-STM-ID      TO WS-BRC-SCHOOL-ID.
           MOVE R-STM-NAME    TO WS-BRC-NAME.
           MOVE SPACES        TO WS-BRC-REG-ID.
           MOVE SPACES        TO WS-BRC-SIS-ID.
           IF WS-BRG-XRF-ROW > 0
               MOVE WS-XRF-REG-ID(WS-BRG-XRF-ROW) TO WS-BRC-REG-ID
               MOVE WS-XRF-SIS-ID(WS-BRG-XRF-ROW) TO WS-BRC-SIS-ID
               IF WS-XRF-NAME(WS-BRG-XRF-ROW) NOT = SPACES
                   MOVE WS-XRF-NAME(WS-BRG-XRF-ROW) TO WS-BRC-NAME
               END-IF
           END-IF.
           MOVE 0 TO WS-BRC-AGE.
           IF R-STM-AGE IS NUMERIC
               MOVE R-STM-AGE TO WS-BRC-AGE
           END-IF.
           MOVE R-STM-TRACK   TO WS-BRC-TRACK.
           IF WS-BRC-TRACK = SPACES AND WS-BRG-STU-ROW > 0
               MOVE WS-BRS-TRACK(WS-BRG-STU-ROW) TO WS-BRC-TRACK
           END-IF.
           MOVE R-STM-SECTION TO WS-BRC-SECTION.

           MOVE 0 TO WS-BRG-NB-OPT.
           MOVE 0 TO WS-BRC-NB-OPT.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1 UNTIL WS-IND-OP > 5
                   MOVE 0 TO WS-BRC-OPT-COURSE(WS-IND-OP)
           END-PERFORM.
           PERFORM VARYING WS-IND-SN FROM 1 BY 1
              UNTIL WS-IND-SN > WS-NB-BRE
                   IF WS-BRE-STUDENT(WS-IND-SN) = R-STM-ID AND
                      WS-BRE-STATUS(WS-IND-SN) NOT = 'W' AND
                      WS-BRE-ORIGIN(WS-IND-SN) NOT = 'T'
                       PERFORM 0556-TAKE-OPTION-START
                          THRU 0556-TAKE-OPTION-END
                   END-IF
           END-PERFORM.

           MOVE 0 TO WS-BRG-NB-ACM.
           MOVE 0 TO WS-BRC-NB-ACM.
           PERFORM VARYING WS-IND-AC FROM 1 BY 1 UNTIL WS-IND-AC > 3
                   MOVE SPACES TO WS-BRC-ACM-CODE(WS-IND-AC)
                   MOVE 0 TO WS-BRC-ACM-EXTRA(WS-IND-AC)
           END-PERFORM.
           PERFORM VARYING WS-IND-SN FROM 1 BY 1
              UNTIL WS-IND-SN > WS-NB-BRA
                   IF WS-BRA-STUDENT(WS-IND-SN) = R-STM-ID
                       ADD 1 TO WS-BRG-NB-ACM
                       IF WS-BRG-NB-ACM <= 3
                           MOVE WS-BRG-NB-ACM TO WS-BRC-NB-ACM
                           MOVE WS-BRA-CODE(WS-IND-SN) TO
                                WS-BRC-ACM-CODE(WS-BRG-NB-ACM)
                           MOVE WS-BRA-EXTRA(WS-IND-SN) TO
                                WS-BRC-ACM-EXTRA(WS-BRG-NB-ACM)
                       END-IF
                   END-IF
           END-PERFORM.

           MOVE SPACES TO WS-BRG-MISSING.
           MOVE 1 TO WS-BRG-PTR.
           IF R-STM-NAME = SPACES
               MOVE 'NAME' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRC-AGE = 0
               MOVE 'AGE' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRC-TRACK = SPACES
               MOVE 'TRACK' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRC-REG-ID = SPACES
               MOVE 'REGISTRAR NO' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRG-STU-ROW = 0
               MOVE 'NOT ON THIS YEAR''S ROLL' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRG-NB-OPT > 5
               MOVE 'OVER 5 OPTIONS' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.
           IF WS-BRG-NB-ACM > 3
               MOVE 'OVER 3 ACCOMMODATIONS' TO WS-BRG-ITEM
               PERFORM 0557-ADD-MISSING-START
                  THRU 0557-ADD-MISSING-END
           END-IF.

           IF WS-BRG-MISSING NOT = SPACES
               ADD 1 TO WS-NB-BRG-REJ
               MOVE R-STM-ID      TO WS-BJL-ID
               MOVE R-STM-NAME    TO WS-BJL-NAME
               MOVE R-STM-SECTION TO WS-BJL-SECTION
               MOVE WS-BRG-MISSING TO WS-BJL-TEXT
               MOVE SPACES TO REC-F-BOARDREJ
               MOVE WS-BRJ-LINE TO REC-F-BOARDREJ
               WRITE REC-F-BOARDREJ
               GO TO 0555-CANDIDATE-END
           END-IF.

           ADD 1 TO WS-NB-BRG-SENT.
           MOVE SPACES TO REC-F-BOARDREG.
           MOVE WS-BRD-CAND-LINE TO REC-F-BOARDREG.
           WRITE REC-F-BOARDREG.
       0555-CANDIDATE-END.
           EXIT.

      *> An enrollment counts as an option when the course is
      *> optional on this year's course list.
       0556-TAKE-OPTION-START.
           SET IDX-BRK TO 1.
           SEARCH WS-BRK-TAB
               WHEN WS-BRK-ID(IDX-BRK) = WS-BRE-COURSE(WS-IND-SN)
                   IF WS-BRK-TYPE(IDX-BRK) = 'O'
                       ADD 1 TO WS-BRG-NB-OPT
                       IF WS-BRG-NB-OPT <= 5
                           MOVE WS-BRG-NB-OPT TO WS-BRC-NB-OPT
                           MOVE WS-BRE-COURSE(WS-IND-SN) TO
                                WS-BRC-OPT-COURSE(WS-BRG-NB-OPT)
                       END-IF
                   END-IF
           END-SEARCH.
       0556-TAKE-OPTION-END.
           EXIT.

       0557-ADD-MISSING-START.
           IF WS-BRG-PTR > 1
               STRING ', ' DELIMITED BY SIZE
                   INTO WS-BRG-MISSING WITH POINTER WS-BRG-PTR
               END-STRING
           END-IF.
           STRING WS-BRG-ITEM DELIMITED BY '  '
               INTO WS-BRG-MISSING WITH POINTER WS-BRG-PTR
           END-STRING.
       0557-ADD-MISSING-END.
           EXIT.

       0559-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-BOARDREJ.
           MOVE WS-BRJ-TOTAL-LINE TO REC-F-BOARDREJ.
           WRITE REC-F-BOARDREJ.
       0559-WRITE-TOTAL-END.
           EXIT.
