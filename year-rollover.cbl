       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-rollover.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selckpt.
           COPY selreg.
           COPY selstm.
           COPY selsmp.
           COPY selrol.
           SELECT F-DIPLOMA
               ASSIGN TO 'diploma.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DIPLOMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY fdckpt.
           COPY fdreg.
           COPY fdstm.
           COPY fdsmp.
           COPY fdrol.
       FD  F-DIPLOMA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-DIPLOMA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY ckptrec.

       01  F-DIPLOMA-STATUS   PIC X(02)   VALUE '00'.
           88 F-DIPLOMA-STATUS-OK     VALUE '00'.
           88 F-DIPLOMA-STATUS-EOF    VALUE '10'.

       01  WS-ROLL-RULE       PIC X(60)   VALUE ALL '-'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-ROLL-TERM       PIC X(10)   VALUE SPACES.
       01  WS-TERM-SEALED     PIC X       VALUE 'N'.
       01  WS-NB-PROMOTED     PIC 999     VALUE 0.
       01  WS-NB-REPEATING    PIC 999     VALUE 0.
       01  WS-NB-GRADUATED    PIC 999     VALUE 0.
       01  WS-NB-EXCLUDED     PIC 999     VALUE 0.
       01  WS-NB-SKIPPED      PIC 999     VALUE 0.
       01  WS-NB-EXCEPT       PIC 999     VALUE 0.
      *> Held across the lock release, whose CALL resets RETURN-CODE.
       01  WS-ROLL-RC         PIC 99      VALUE 0.

      *> Snapshot integrity: the master is rewritten from the
      *> snapshot's decisions, so a torn dump would leave the tail of
      *> the class a year behind. Same verification enroll-gen.cbl
      *> applies.
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

      *> Section-mapping table: the section a promoted student of
      *> each section moves up to.
       01  WS-NB-SMAP         PIC 999     VALUE 0.
       01  WS-SMAP-TAB        OCCURS 1 TO 999
                              DEPENDING WS-NB-SMAP
                              INDEXED BY IDX-SMAP.
           03 WS-SMP-FROM     PIC X(3).
           03 WS-SMP-TO       PIC X(3).

      *> Diploma candidates as graduation.cbl last determined them:
      *> a student line ('999 | name ...') followed by the
      *> '    DIPLOMA CANDIDATE' line marks that student.
       01  WS-DIPLOMA-SEEN    PIC X       VALUE 'N'.
       01  WS-DIP-LAST-ID     PIC 999     VALUE 0.
       01  WS-NB-GRADS        PIC 999     VALUE 0.
       01  WS-GRAD-TAB        OCCURS 1 TO 999
                              DEPENDING WS-NB-GRADS
                              INDEXED BY IDX-GR.
           03 WS-GR-ID        PIC 999.

      *> One student's row before and after the rollover.
       01  WS-ROLL-FOUND      PIC X       VALUE 'N'.
       01  WS-ROLL-CHANGED    PIC X       VALUE 'N'.
       01  WS-ROLL-GRADUATE   PIC X       VALUE 'N'.
       01  WS-ROLL-NEW-SECT   PIC X(3)    VALUE SPACES.
       01  WS-ROLL-ACTION     PIC X(20)   VALUE SPACES.
       01  WS-ROLL-STATE      PIC X       VALUE SPACE.

       01  WS-ROLL-HEAD-LINE.
           03 FILLER          PIC X(28)
                              VALUE 'STUDENT MASTER ROLLOVER FROM'.
           03 FILLER          PIC X(6)    VALUE ' TERM '.
           03 WS-RHL-TERM     PIC X(10).
           03 FILLER          PIC X(5)    VALUE ' RUN '.
           03 WS-RHL-DATE     PIC 9(8).

       01  WS-ROLL-COL-LINE.
           03 FILLER          PIC X(22)   VALUE 'ID  | NAME'.
           03 FILLER          PIC X(20)   VALUE 'BEFORE'.
           03 FILLER          PIC X(15)   VALUE 'AFTER'.
           03 FILLER          PIC X(9)    VALUE ' | ACTION'.

       01  WS-ROLL-LINE.
           03 WS-RRL-ID       PIC 999.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-RRL-NAME     PIC X(13).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-RRL-B-SECT   PIC X(3).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-RRL-B-AGE    PIC Z9.
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-RRL-B-STATE  PIC X(8).
           03 FILLER          PIC X(4)    VALUE ' -> '.
           03 WS-RRL-A-SECT   PIC X(3).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-RRL-A-AGE    PIC Z9.
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-RRL-A-STATE  PIC X(8).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-RRL-ACTION   PIC X(20).

       01  WS-ROLL-TOTAL-LINE.
           03 WS-RTL-LABEL    PIC X(15).
           03 WS-RTL-COUNT    PIC ZZ9.

      *> Year-end rollover of the persistent student master, run once
      *> the year's last term is sealed and graduation.cbl has made
      *> its determination. The sealed snapshot's promotion decision
      *> moves each student's master row on: a PROMU student goes up
      *> to the section the section-mapping table gives, a REDOUBLE
      *> student stays in their section, and both are a year older;
      *> a diploma candidate leaves the roll as graduated and an
      *> EXCLU student as excluded -- both rows stay on file,
      *> inactive. Anything else (RETIRE, NONELIG, a promotion out of
      *> a section with no mapping, a student missing from the
      *> master) is left untouched and flagged on the register for
      *> the registrar to settle through master-maint. Each row moved
      *> on is stamped with the snapshot's term, so a second run for
      *> the same year skips it. The before/after register goes to
      *> rollreg.dat.
       PROCEDURE DIVISION.
       0250-YEAR-ROLLOVER-START.
           MOVE 'restart.dat' TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'termreg.dat' TO WS-FILE-TERMREG-NAME.
           MOVE 'stumast.dat' TO WS-FILE-STUMAST-NAME.
           MOVE 'sectmap.dat' TO WS-FILE-SECTMAP-NAME.
           MOVE 'rollreg.dat' TO WS-FILE-ROLLREG-NAME.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-TERMREG-STATUS.
           MOVE '00' TO F-STUMAST-STATUS.
           MOVE '00' TO F-SECTMAP-STATUS.
           MOVE '00' TO F-ROLLREG-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-NB-STUDENTS.

      *> Same lock master-maint.cbl takes: the rollover and a
      *> maintenance run must not rewrite the master together.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'ROLLOVER' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'ROLLOVER REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0255-LOAD-SNAPSHOT-START
              THRU 0255-LOAD-SNAPSHOT-END.
           IF WS-SNAP-BAD = 'Y'
               DISPLAY 'SNAPSHOT REFUSED -- MASTER NOT ROLLED OVER.'
                       SPACE 'RERUN promo TO CUT A FRESH SNAPSHOT.'
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.
           IF WS-NB-STUDENTS = 0
               DISPLAY 'NO SNAPSHOT RESULTS -- RUN promo FIRST'
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.

      *> Only a sealed term's decisions are final enough to move the
      *> master on -- an open term can still be re-posted.
           PERFORM 0260-CHECK-SEALED-START
              THRU 0260-CHECK-SEALED-END.
           IF WS-TERM-SEALED = 'N'
               DISPLAY 'TERM' SPACE WS-ROLL-TERM SPACE
                       'IS NOT SEALED -- RUN term-close FIRST'
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.

           PERFORM 0262-LOAD-SECTION-MAP-START
              THRU 0262-LOAD-SECTION-MAP-END.
           IF WS-NB-SMAP = 0
               DISPLAY 'NO SECTION MAPPING IN' SPACE
                       WS-FILE-SECTMAP-NAME SPACE
                       '-- MASTER NOT ROLLED OVER'
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.

           PERFORM 0265-LOAD-GRADUATES-START
              THRU 0265-LOAD-GRADUATES-END.
           IF WS-DIPLOMA-SEEN = 'N'
               DISPLAY 'NO GRADUATION DETERMINATION ON FILE --'
                       SPACE 'NOBODY IS RETIRED AS GRADUATED'
           END-IF.

           OPEN I-O F-STUMAST.
           IF NOT F-STUMAST-STATUS-OK
               DISPLAY 'YEAR-ROLLOVER: UNABLE TO OPEN' SPACE
                       WS-FILE-STUMAST-NAME ', STATUS' SPACE
                       F-STUMAST-STATUS
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.
           OPEN OUTPUT F-ROLLREG.
           IF NOT F-ROLLREG-STATUS-OK
               DISPLAY 'YEAR-ROLLOVER: UNABLE TO OPEN' SPACE
                       WS-FILE-ROLLREG-NAME ', STATUS' SPACE
                       F-ROLLREG-STATUS
               CLOSE F-STUMAST
               MOVE 12 TO WS-ROLL-RC
               GO TO 0250-YEAR-ROLLOVER-END
           END-IF.

           MOVE WS-ROLL-TERM TO WS-RHL-TERM.
           MOVE WS-RUN-DATE  TO WS-RHL-DATE.
           MOVE SPACES TO REC-F-ROLLREG.
           MOVE WS-ROLL-HEAD-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE SPACES TO REC-F-ROLLREG.
           MOVE WS-ROLL-RULE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE SPACES TO REC-F-ROLLREG.
           MOVE WS-ROLL-COL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.

           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   PERFORM 0270-ROLL-ONE-START
                      THRU 0270-ROLL-ONE-END
           END-PERFORM.

           PERFORM 0280-WRITE-TOTALS-START
              THRU 0280-WRITE-TOTALS-END.

           CLOSE F-STUMAST.
           CLOSE F-ROLLREG.

           DISPLAY WS-ROLL-RULE.
           DISPLAY 'ROLLED FROM TERM:' SPACE WS-ROLL-TERM.
           DISPLAY 'PROMOTED        :' SPACE WS-NB-PROMOTED.
           DISPLAY 'REPEATING       :' SPACE WS-NB-REPEATING.
           DISPLAY 'GRADUATED       :' SPACE WS-NB-GRADUATED.
           DISPLAY 'EXCLUDED        :' SPACE WS-NB-EXCLUDED.
           DISPLAY 'ALREADY DONE    :' SPACE WS-NB-SKIPPED.
           DISPLAY 'EXCEPTIONS      :' SPACE WS-NB-EXCEPT.
           DISPLAY 'REGISTER        :' SPACE WS-FILE-ROLLREG-NAME.
           DISPLAY WS-ROLL-RULE.
           IF WS-NB-EXCEPT > 0
               MOVE 4 TO WS-ROLL-RC
           END-IF.
       0250-YEAR-ROLLOVER-END.
           PERFORM 0285-RELEASE-LOCK-START
              THRU 0285-RELEASE-LOCK-END.
           MOVE WS-ROLL-RC TO RETURN-CODE.
           GOBACK.

      *> Student lines carry id/name/status; the header names the
      *> term the decisions belong to.
       0255-LOAD-SNAPSHOT-START.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
               GO TO 0255-LOAD-SNAPSHOT-END
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
                               MOVE WS-CKH-TERM TO WS-ROLL-TERM
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
                               SET WS-NB-STUDENTS UP BY 1
                               MOVE WS-CKS-ID TO
                                    WS-STUDENT-ID(WS-NB-STUDENTS)
                               MOVE WS-CKS-NAME TO
                                    WS-STUDENT-NAME(WS-NB-STUDENTS)
                               MOVE WS-CKS-STATUS TO
                                    WS-STUDENT-STATUS(WS-NB-STUDENTS)
                           WHEN OTHER
                               MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                               IF WS-CKPT-IS-DETAIL
                                   ADD 1 TO WS-CNT-DETAILS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-CHECKPOINT.
           PERFORM 0257-VERIFY-SNAPSHOT-START
              THRU 0257-VERIFY-SNAPSHOT-END.
       0255-LOAD-SNAPSHOT-END.
           EXIT.

       0257-VERIFY-SNAPSHOT-START.
           IF WS-SNAP-HDR-SEEN = 'N' OR
              WS-SNAP-VERSION NOT = WS-CKPT-LAYOUT-VERSION
               DISPLAY 'SNAPSHOT HAS NO VALID INTEGRITY HEADER'
                       SPACE '(LAYOUT' SPACE WS-SNAP-VERSION SPACE
                       'VS' SPACE WS-CKPT-LAYOUT-VERSION ')'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0257-VERIFY-SNAPSHOT-END
           END-IF.
           IF WS-SNAP-TRL-SEEN = 'N'
               DISPLAY 'SNAPSHOT TRAILER MISSING -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0257-VERIFY-SNAPSHOT-END
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
       0257-VERIFY-SNAPSHOT-END.
           EXIT.

      *> The snapshot's term must be on the closed-term registry
      *> term-close.cbl appends to.
       0260-CHECK-SEALED-START.
           MOVE 'N' TO WS-TERM-SEALED.
           IF WS-ROLL-TERM = SPACES
               GO TO 0260-CHECK-SEALED-END
           END-IF.
           OPEN INPUT F-TERMREG.
           IF NOT F-TERMREG-STATUS-OK
               MOVE '00' TO F-TERMREG-STATUS
               GO TO 0260-CHECK-SEALED-END
           END-IF.
           PERFORM UNTIL F-TERMREG-STATUS-EOF
               READ F-TERMREG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-TRG-TERM = WS-ROLL-TERM
                           MOVE 'Y' TO WS-TERM-SEALED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TERMREG.
           MOVE '00' TO F-TERMREG-STATUS.
       0260-CHECK-SEALED-END.
           EXIT.

      *> Rows with a blank section on either side are ignored; a
      *> later row for the same section replaces the earlier one.
       0262-LOAD-SECTION-MAP-START.
           MOVE 0 TO WS-NB-SMAP.
           OPEN INPUT F-SECTMAP.
           IF NOT F-SECTMAP-STATUS-OK
               MOVE '00' TO F-SECTMAP-STATUS
               GO TO 0262-LOAD-SECTION-MAP-END
           END-IF.
           PERFORM UNTIL F-SECTMAP-STATUS-EOF
               READ F-SECTMAP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-SMP-FROM NOT = SPACES AND
                          R-SMP-TO NOT = SPACES
                           SET IDX-SMAP TO 1
                           SEARCH WS-SMAP-TAB
                               AT END
                                   IF WS-NB-SMAP < 999
                                       ADD 1 TO WS-NB-SMAP
                                       MOVE R-SMP-FROM TO
                                            WS-SMP-FROM(WS-NB-SMAP)
                                       MOVE R-SMP-TO TO
                                            WS-SMP-TO(WS-NB-SMAP)
                                   END-IF
                               WHEN WS-SMP-FROM(IDX-SMAP) = R-SMP-FROM
                                   MOVE R-SMP-TO TO
                                        WS-SMP-TO(IDX-SMAP)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SECTMAP.
           MOVE '00' TO F-SECTMAP-STATUS.
       0262-LOAD-SECTION-MAP-END.
           EXIT.

       0265-LOAD-GRADUATES-START.
           MOVE 0 TO WS-NB-GRADS.
           MOVE 0 TO WS-DIP-LAST-ID.
           MOVE '00' TO F-DIPLOMA-STATUS.
           OPEN INPUT F-DIPLOMA.
           IF NOT F-DIPLOMA-STATUS-OK
               MOVE '00' TO F-DIPLOMA-STATUS
               GO TO 0265-LOAD-GRADUATES-END
           END-IF.
           MOVE 'Y' TO WS-DIPLOMA-SEEN.
           PERFORM UNTIL F-DIPLOMA-STATUS-EOF
               READ F-DIPLOMA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REC-F-DIPLOMA(1:3) IS NUMERIC AND
                          REC-F-DIPLOMA(4:3) = ' | '
                           MOVE REC-F-DIPLOMA(1:3) TO WS-DIP-LAST-ID
                       END-IF
                       IF REC-F-DIPLOMA = '    DIPLOMA CANDIDATE' AND
                          WS-DIP-LAST-ID > 0 AND WS-NB-GRADS < 999
                           ADD 1 TO WS-NB-GRADS
                           MOVE WS-DIP-LAST-ID TO
                                WS-GR-ID(WS-NB-GRADS)
                           MOVE 0 TO WS-DIP-LAST-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-DIPLOMA.
           MOVE '00' TO F-DIPLOMA-STATUS.
       0265-LOAD-GRADUATES-END.
           EXIT.

      *> A graduate leaves as graduated whatever the year's decision
      *> was; the decision drives everyone else. A row left as it was
      *> is not stamped, so a rerun after the registrar's fix (a new
      *> mapping row, a corrected decision) picks it up.
       0270-ROLL-ONE-START.
           MOVE 'N' TO WS-ROLL-CHANGED.
           MOVE SPACES TO WS-ROLL-ACTION.
           MOVE WS-STUDENT-ID(WS-IND-ST) TO WS-RRL-ID.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-RRL-NAME.
           MOVE SPACES TO WS-RRL-B-SECT WS-RRL-A-SECT.
           MOVE SPACES TO WS-RRL-B-STATE WS-RRL-A-STATE.
           MOVE 0 TO WS-RRL-B-AGE WS-RRL-A-AGE.

           MOVE WS-STUDENT-ID(WS-IND-ST) TO R-STM-ID.
           MOVE 'Y' TO WS-ROLL-FOUND.
           READ F-STUMAST
               INVALID KEY
                   MOVE 'N' TO WS-ROLL-FOUND
           END-READ.
           IF WS-ROLL-FOUND = 'N'
               MOVE 'NOT ON MASTER' TO WS-ROLL-ACTION
               ADD 1 TO WS-NB-EXCEPT
               PERFORM 0273-WRITE-LINE-START
                  THRU 0273-WRITE-LINE-END
               GO TO 0270-ROLL-ONE-END
           END-IF.

           MOVE R-STM-NAME    TO WS-RRL-NAME.
           MOVE R-STM-SECTION TO WS-RRL-B-SECT.
           MOVE R-STM-AGE     TO WS-RRL-B-AGE.
           MOVE R-STM-STATE   TO WS-ROLL-STATE.
           PERFORM 0275-STATE-NAME-START
              THRU 0275-STATE-NAME-END.
           MOVE WS-RRL-A-STATE TO WS-RRL-B-STATE.

           IF R-STM-INACTIVE
               MOVE 'ALREADY INACTIVE' TO WS-ROLL-ACTION
               ADD 1 TO WS-NB-SKIPPED
               PERFORM 0272-AFTER-IMAGE-START
                  THRU 0272-AFTER-IMAGE-END
               PERFORM 0273-WRITE-LINE-START
                  THRU 0273-WRITE-LINE-END
               GO TO 0270-ROLL-ONE-END
           END-IF.
           IF R-STM-ROLLED = WS-ROLL-TERM
               MOVE 'ALREADY ROLLED' TO WS-ROLL-ACTION
               ADD 1 TO WS-NB-SKIPPED
               PERFORM 0272-AFTER-IMAGE-START
                  THRU 0272-AFTER-IMAGE-END
               PERFORM 0273-WRITE-LINE-START
                  THRU 0273-WRITE-LINE-END
               GO TO 0270-ROLL-ONE-END
           END-IF.

           MOVE 'N' TO WS-ROLL-GRADUATE.
           IF WS-NB-GRADS > 0
               SET IDX-GR TO 1
               SEARCH WS-GRAD-TAB
                   WHEN WS-GR-ID(IDX-GR) = R-STM-ID
                       MOVE 'Y' TO WS-ROLL-GRADUATE
               END-SEARCH
           END-IF.

           EVALUATE TRUE
               WHEN WS-ROLL-GRADUATE = 'Y'
                   MOVE 'G' TO R-STM-STATE
                   MOVE 'GRADUATED' TO WS-ROLL-ACTION
                   MOVE 'Y' TO WS-ROLL-CHANGED
                   ADD 1 TO WS-NB-GRADUATED
               WHEN WS-STUDENT-STATUS(WS-IND-ST) = 'EXCLU'
                   MOVE 'X' TO R-STM-STATE
                   MOVE 'EXCLUDED' TO WS-ROLL-ACTION
                   MOVE 'Y' TO WS-ROLL-CHANGED
                   ADD 1 TO WS-NB-EXCLUDED
               WHEN WS-STUDENT-STATUS(WS-IND-ST) = 'PROMU'
                   MOVE SPACES TO WS-ROLL-NEW-SECT
                   SET IDX-SMAP TO 1
                   SEARCH WS-SMAP-TAB
                       WHEN WS-SMP-FROM(IDX-SMAP) = R-STM-SECTION
                           MOVE WS-SMP-TO(IDX-SMAP) TO
                                WS-ROLL-NEW-SECT
                   END-SEARCH
                   IF WS-ROLL-NEW-SECT = SPACES
                       MOVE 'NO SECTION MAPPING' TO WS-ROLL-ACTION
                       ADD 1 TO WS-NB-EXCEPT
                   ELSE
                       MOVE WS-ROLL-NEW-SECT TO R-STM-SECTION
                       IF R-STM-AGE < 99
                           ADD 1 TO R-STM-AGE
                       END-IF
                       MOVE 'A' TO R-STM-STATE
                       MOVE 'PROMOTED' TO WS-ROLL-ACTION
                       MOVE 'Y' TO WS-ROLL-CHANGED
                       ADD 1 TO WS-NB-PROMOTED
                   END-IF
               WHEN WS-STUDENT-STATUS(WS-IND-ST) = 'REDOUBLE'
                   IF R-STM-AGE < 99
                       ADD 1 TO R-STM-AGE
                   END-IF
                   MOVE 'A' TO R-STM-STATE
                   MOVE 'REPEATING' TO WS-ROLL-ACTION
                   MOVE 'Y' TO WS-ROLL-CHANGED
                   ADD 1 TO WS-NB-REPEATING
               WHEN OTHER
                   MOVE 'LEFT FOR REGISTRAR' TO WS-ROLL-ACTION
                   ADD 1 TO WS-NB-EXCEPT
           END-EVALUATE.

           IF WS-ROLL-CHANGED = 'Y'
               MOVE WS-ROLL-TERM TO R-STM-ROLLED
               REWRITE REC-F-STUMAST
                   INVALID KEY
                       MOVE 'MASTER REWRITE FAILED' TO WS-ROLL-ACTION
                       ADD 1 TO WS-NB-EXCEPT
               END-REWRITE
           END-IF.
           PERFORM 0272-AFTER-IMAGE-START
              THRU 0272-AFTER-IMAGE-END.
           PERFORM 0273-WRITE-LINE-START
              THRU 0273-WRITE-LINE-END.
       0270-ROLL-ONE-END.
           EXIT.

       0272-AFTER-IMAGE-START.
           MOVE R-STM-SECTION TO WS-RRL-A-SECT.
           MOVE R-STM-AGE     TO WS-RRL-A-AGE.
           MOVE R-STM-STATE   TO WS-ROLL-STATE.
           PERFORM 0275-STATE-NAME-START
              THRU 0275-STATE-NAME-END.
       0272-AFTER-IMAGE-END.
           EXIT.

       0273-WRITE-LINE-START.
           MOVE WS-ROLL-ACTION TO WS-RRL-ACTION.
           MOVE SPACES TO REC-F-ROLLREG.
           MOVE WS-ROLL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
       0273-WRITE-LINE-END.
           EXIT.

       0275-STATE-NAME-START.
           EVALUATE WS-ROLL-STATE
               WHEN 'G'
                   MOVE 'GRADUATE' TO WS-RRL-A-STATE
               WHEN 'X'
                   MOVE 'EXCLUDED' TO WS-RRL-A-STATE
               WHEN OTHER
                   MOVE 'ACTIVE'   TO WS-RRL-A-STATE
           END-EVALUATE.
       0275-STATE-NAME-END.
           EXIT.

       0280-WRITE-TOTALS-START.
           MOVE SPACES TO REC-F-ROLLREG.
           MOVE WS-ROLL-RULE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'PROMOTED     :' TO WS-RTL-LABEL.
           MOVE WS-NB-PROMOTED TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'REPEATING    :' TO WS-RTL-LABEL.
           MOVE WS-NB-REPEATING TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'GRADUATED    :' TO WS-RTL-LABEL.
           MOVE WS-NB-GRADUATED TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'EXCLUDED     :' TO WS-RTL-LABEL.
           MOVE WS-NB-EXCLUDED TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'ALREADY DONE :' TO WS-RTL-LABEL.
           MOVE WS-NB-SKIPPED TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
           MOVE 'EXCEPTIONS   :' TO WS-RTL-LABEL.
           MOVE WS-NB-EXCEPT TO WS-RTL-COUNT.
           MOVE WS-ROLL-TOTAL-LINE TO REC-F-ROLLREG.
           WRITE REC-F-ROLLREG.
       0280-WRITE-TOTALS-END.
           EXIT.

       0285-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'ROLLOVER' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0285-RELEASE-LOCK-END.
           EXIT.
