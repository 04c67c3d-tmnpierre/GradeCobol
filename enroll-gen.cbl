           COPY selxrf.
           COPY selenr.
           COPY selenp.
           COPY selele.

       DATA DIVISION.
       FILE SECTION.
           COPY fdxrf.
           COPY fdenr.
           COPY fdenp.
           COPY fdele.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-NB-EXCEPT       PIC 999     VALUE 0.
       01  WS-STU-PASSED      PIC X       VALUE 'N'.
       01  WS-IND-PA          PIC 9(4)    VALUE 0.
       01  WS-IND-EL          PIC 9(4)    VALUE 0.
       01  WS-NB-ELEC-SEATS   PIC 9(4)    VALUE 0.
       01  WS-NB-ELEC-FREED   PIC 9(4)    VALUE 0.
       01  WS-STU-ELECTIVES   PIC X       VALUE 'N'.

      *> Snapshot integrity: next term's enrollment file is cut from
      *> the snapshot, so a torn dump would quietly un-enroll the
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

           03 WS-PAS-STUDENT  PIC 999.
           03 WS-PAS-COURSE   PIC 999.

      *> Elective seats elec-alloc.cbl gave for this snapshot's
      *> term -- rows left from any other term are not merged.
       01  WS-NB-ELEC         PIC 9(4)    VALUE 0.
       01  WS-ELEC-TAB        OCCURS 1 TO 5000
                              DEPENDING WS-NB-ELEC
                              INDEXED BY IDX-ELEC.
           03 WS-ELE-STUDENT  PIC 999.
           03 WS-ELE-COURSE   PIC 999.
           03 WS-ELE-PREF     PIC 9.

       01  WS-PLAN-STUDENT-LINE.
           03 WS-EPL-ID       PIC 999.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-EPC-NAME     PIC X(21).

       01  WS-PLAN-ELECTIVE-LINE.
           03 FILLER          PIC X(13)   VALUE '    ELECTIVE '.
           03 WS-EPE-ID       PIC 999.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-EPE-NAME     PIC X(21).
           03 FILLER          PIC X(10)   VALUE ' | CHOICE '.
           03 WS-EPE-PREF     PIC 9.

      *> End-of-term job: generates the next term's enroll.dat from
      *> what the system already decided, instead of the registrar
      *> re-typing it (and reconcile-enroll then reporting the typos).
      *> REDOUBLE student is held in the repeat year; EXCLU, RETIRE
      *> and NONELIG students go on the exception list for the
      *> registrar to place by hand. Reads the official snapshot the
      *> way term-close.cbl does. The elective seats elec-alloc.cbl
      *> gave are merged in under each student carried forward or
      *> held; a seat given to a student who is no longer carried
      *> (the snapshot was re-cut since) is freed and flagged on the
      *> exception list.
       PROCEDURE DIVISION.
       0850-ENROLL-GEN-START.
           MOVE 'restart.dat'  TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'passed.dat'   TO WS-FILE-PASSED-NAME.
           MOVE 'equiv.dat'    TO WS-FILE-EQUIV-NAME.
           MOVE 'crsmast.dat'  TO WS-FILE-CRSMAST-NAME.
           MOVE 'xref.dat'     TO WS-FILE-XREF-NAME.
           MOVE 'enrlnext.dat' TO WS-FILE-ENROLL-NAME.
           MOVE 'enrplan.dat'  TO WS-FILE-ENRPLAN-NAME.
           MOVE 'elecenr.dat'  TO WS-FILE-ELECENR-NAME.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.
      *> No term filter on the course successions: a plan for the
      *> coming year honors every one on file.
           MOVE SPACES TO WS-TERM.
           MOVE '00' TO F-CRSMAST-STATUS.
           MOVE '00' TO F-XREF-STATUS.
           MOVE '00' TO F-ENROLL-STATUS.
           MOVE '00' TO F-ENRPLAN-STATUS.
           MOVE '00' TO F-ELECENR-STATUS.
           INITIALIZE WS-NB-STUDENTS.
           INITIALIZE WS-NB-COURSES.
           INITIALIZE WS-NB-XREF.
              THRU 0865-LOAD-COURSE-MASTER-END.
           PERFORM 0870-LOAD-XREF-START
              THRU 0870-LOAD-XREF-END.
           PERFORM 0872-LOAD-ELECTIVES-START
              THRU 0872-LOAD-ELECTIVES-END.

           OPEN OUTPUT F-ENROLL.
           IF NOT F-ENROLL-STATUS-OK
           DISPLAY 'CARRIED FORWARD :' SPACE WS-NB-PLACED.
           DISPLAY 'HELD (REPEAT)   :' SPACE WS-NB-REPEAT.
           DISPLAY 'EXCEPTIONS      :' SPACE WS-NB-EXCEPT.
           IF WS-NB-ELEC > 0
               DISPLAY 'ELECTIVE SEATS  :' SPACE WS-NB-ELEC-SEATS
               DISPLAY 'ELECTIVES FREED :' SPACE WS-NB-ELEC-FREED
           END-IF.
           DISPLAY 'ENROLLMENT FILE :' SPACE WS-FILE-ENROLL-NAME.
           DISPLAY WS-GEN-RULE.
       0850-ENROLL-GEN-END.
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
                                   MOVE 0 TO
                                      WS-COURSE-PREREQ(WS-NB-COURSES)
                               END-IF
                           WHEN OTHER
                               MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                               IF WS-CKPT-IS-DETAIL
                                   ADD 1 TO WS-CNT-DETAILS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
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
       0870-LOAD-XREF-END.
           EXIT.

       0872-LOAD-ELECTIVES-START.
           MOVE 0 TO WS-NB-ELEC.
           OPEN INPUT F-ELECENR.
           IF NOT F-ELECENR-STATUS-OK
               MOVE '00' TO F-ELECENR-STATUS
               GO TO 0872-LOAD-ELECTIVES-END
           END-IF.
           PERFORM UNTIL F-ELECENR-STATUS-EOF
               READ F-ELECENR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-ELE-STUDENT IS NUMERIC AND
                          R-ELE-COURSE IS NUMERIC AND
                          R-ELE-TERM = WS-CKH-TERM AND
                          WS-NB-ELEC < 5000
                           SET WS-NB-ELEC UP BY 1
                           MOVE R-ELE-STUDENT TO
                                WS-ELE-STUDENT(WS-NB-ELEC)
                           MOVE R-ELE-COURSE TO
                                WS-ELE-COURSE(WS-NB-ELEC)
                           MOVE R-ELE-PREF TO WS-ELE-PREF(WS-NB-ELEC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ELECENR.
           MOVE '00' TO F-ELECENR-STATUS.
       0872-LOAD-ELECTIVES-END.
           EXIT.

       0875-PLACE-ONE-START.
           EVALUATE WS-STUDENT-STATUS(WS-IND-ST)
               WHEN 'PROMU'
                      THRU 0882-WRITE-PLAN-LINE-END
                   PERFORM 0885-LIST-FOLLOW-ON-START
                      THRU 0885-LIST-FOLLOW-ON-END
                   PERFORM 0887-LIST-ELECTIVES-START
                      THRU 0887-LIST-ELECTIVES-END
               WHEN 'REDOUBLE'
                   ADD 1 TO WS-NB-REPEAT
                   MOVE 'HELD - REPEAT YEAR' TO WS-EPL-NOTE
                      THRU 0880-WRITE-ENROLLMENT-END
                   PERFORM 0882-WRITE-PLAN-LINE-START
                      THRU 0882-WRITE-PLAN-LINE-END
                   PERFORM 0887-LIST-ELECTIVES-START
                      THRU 0887-LIST-ELECTIVES-END
               WHEN OTHER
      *> EXCLU, RETIRE, NONELIG and anything else the registrar must
      *> decide by hand -- the exception section lists them below.
                       PERFORM VARYING WS-IND-PA FROM 1 BY 1
                          UNTIL WS-IND-PA > WS-NB-PASSED
                               IF WS-PAS-STUDENT(WS-IND-PA) =
                                  WS-STUDENT-ID(WS-IND-ST)
                                   MOVE 'M' TO WS-EQV-ACTION
                                   MOVE WS-PAS-COURSE(WS-IND-PA) TO
                                        WS-EQV-PASSED
                                   MOVE WS-COURSE-PREREQ(WS-IND-CO) TO
                                        WS-EQV-TARGET
                                   CALL 'course-equiv'
                                   IF WS-EQV-IS-MET
                                       MOVE 'Y' TO WS-STU-PASSED
                                   END-IF
                               END-IF
                       END-PERFORM
                       IF WS-STU-PASSED = 'Y'
       0885-LIST-FOLLOW-ON-END.
           EXIT.

       0887-LIST-ELECTIVES-START.
           PERFORM VARYING WS-IND-EL FROM 1 BY 1
              UNTIL WS-IND-EL > WS-NB-ELEC
                   IF WS-ELE-STUDENT(WS-IND-EL) =
                      WS-STUDENT-ID(WS-IND-ST)
                       ADD 1 TO WS-NB-ELEC-SEATS
                       MOVE WS-ELE-COURSE(WS-IND-EL) TO WS-EPE-ID
                       MOVE WS-ELE-PREF(WS-IND-EL) TO WS-EPE-PREF
                       MOVE SPACES TO WS-EPE-NAME
                       PERFORM VARYING WS-IND-CO FROM 1 BY 1
                          UNTIL WS-IND-CO > WS-NB-COURSES
                               IF WS-COURSE-ID(WS-IND-CO) =
                                  WS-ELE-COURSE(WS-IND-EL)
                                   MOVE WS-COURSE-NAME(WS-IND-CO) TO
                                        WS-EPE-NAME
                               END-IF
                       END-PERFORM
                       MOVE SPACES TO REC-F-ENRPLAN
                       MOVE WS-PLAN-ELECTIVE-LINE TO REC-F-ENRPLAN
                       WRITE REC-F-ENRPLAN
                   END-IF
           END-PERFORM.
       0887-LIST-ELECTIVES-END.
           EXIT.

       0890-WRITE-EXCEPTIONS-START.
           MOVE SPACES TO REC-F-ENRPLAN.
           MOVE 'EXCEPTIONS -- PLACE BY HAND' TO REC-F-ENRPLAN.
                       MOVE WS-STUDENT-STATUS(WS-IND-ST) TO
                            WS-EPL-STATUS
                       MOVE 'NOT PLACED' TO WS-EPL-NOTE
                       MOVE 'N' TO WS-STU-ELECTIVES
                       PERFORM VARYING WS-IND-EL FROM 1 BY 1
                          UNTIL WS-IND-EL > WS-NB-ELEC
                               IF WS-ELE-STUDENT(WS-IND-EL) =
                                  WS-STUDENT-ID(WS-IND-ST)
                                   MOVE 'Y' TO WS-STU-ELECTIVES
                                   ADD 1 TO WS-NB-ELEC-FREED
                               END-IF
                       END-PERFORM
                       IF WS-STU-ELECTIVES = 'Y'
                           MOVE 'ELECTIVE SEAT FREED' TO WS-EPL-NOTE
                       END-IF
                       MOVE SPACES TO REC-F-ENRPLAN
                       MOVE WS-PLAN-STUDENT-LINE TO REC-F-ENRPLAN
                       WRITE REC-F-ENRPLAN
