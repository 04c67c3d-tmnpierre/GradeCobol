       IDENTIFICATION DIVISION.
       PROGRAM-ID. staff-forecast.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selckpt.
           COPY selpas.
           COPY selcrm.
           COPY seltea.
           COPY selenr.
           COPY selele.
           COPY selfct.
           COPY selparm.

       DATA DIVISION.
       FILE SECTION.
           COPY fdckpt.
           COPY fdpas.
           COPY fdcrm.
           COPY fdtea.
           COPY fdenr.
           COPY fdele.
           COPY fdfct.
           COPY fdparm.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY ckptrec.

       01  WS-FCS-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-SNAP-TERM       PIC X(10)   VALUE SPACES.
       01  WS-STU-PASSED      PIC X       VALUE 'N'.
       01  WS-IND-PA          PIC 9(4)    VALUE 0.
       01  WS-IND-NX          PIC 999     VALUE 0.
       01  WS-IND-EL          PIC 9(4)    VALUE 0.
       01  WS-IND-FC          PIC 999     VALUE 0.
       01  WS-IND-TL          PIC 999     VALUE 0.
       01  WS-FCS-ROW         PIC 999     VALUE 0.
       01  WS-FCS-QUOT        PIC 999     VALUE 0.
       01  WS-FCS-REM         PIC 999     VALUE 0.

      *> Hours one section takes when the course master has none
      *> recorded (SECTHOURS card), and the weekly load past which a
      *> teacher is flagged (HOURCEIL card).
       01  WS-FCS-DEF-HOURS   PIC 99      VALUE 3.
       01  WS-FCS-CEILING     PIC 9(4)    VALUE 18.

       01  WS-NB-NEXT-REPEAT  PIC 999     VALUE 0.
       01  WS-NB-NEXT-NEW     PIC 999     VALUE 0.
       01  WS-NB-SECTIONS     PIC 9(4)    VALUE 0.
       01  WS-NB-HOURS        PIC 9(5)    VALUE 0.
       01  WS-NB-OVER         PIC 999     VALUE 0.
       01  WS-NB-NO-TEACHER   PIC 999     VALUE 0.
       01  WS-NB-OFF-MASTER   PIC 999     VALUE 0.

      *> Same optional SYSIN-style deck every promo run honors --
      *> absent file just means the defaults, exactly as in
      *> initialize.cbl.
       01  F-PARM-STATUS      PIC X(02)   VALUE '00'.
           88 F-PARM-STATUS-OK     VALUE '00'.
           88 F-PARM-STATUS-EOF    VALUE '10'.
           88 F-PARM-STATUS-NOFILE VALUE '35'.

      *> Snapshot integrity, same verification enroll-gen.cbl
      *> applies: the repeaters and the pass history the forecast
      *> counts on are read against the snapshot's student list.
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

       01  WS-NB-PASSED       PIC 9(4)    VALUE 0.
       01  WS-PASSED-TAB      OCCURS 1 TO 9999
                              DEPENDING WS-NB-PASSED
                              INDEXED BY IDX-PASS.
           03 WS-PAS-STUDENT  PIC 999.
           03 WS-PAS-COURSE   PIC 999.

      *> Next term's roll as enroll-gen.cbl cut it, each row tied
      *> back to the snapshot by name (0 = a student the registrar
      *> added by hand -- counted, with no pass history).
       01  WS-NB-NEXT         PIC 999     VALUE 0.
       01  WS-NEXT-TAB        OCCURS 1 TO 999
                              DEPENDING WS-NB-NEXT
                              INDEXED BY IDX-NEXT.
           03 WS-NXT-STUDENT  PIC 999.
           03 WS-NXT-REPEAT   PIC X.

       01  WS-NB-ELEC         PIC 9(4)    VALUE 0.
       01  WS-ELEC-TAB        OCCURS 1 TO 5000
                              DEPENDING WS-NB-ELEC
                              INDEXED BY IDX-ELEC.
           03 WS-ELE-COURSE   PIC 999.

      *> One row per course on the master.
       01  WS-NB-FCS          PIC 999     VALUE 0.
       01  WS-FCS-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-FCS
                              INDEXED BY IDX-FCS.
           03 WS-FCS-ID       PIC 999.
           03 WS-FCS-NAME     PIC X(21).
           03 WS-FCS-TYPE     PIC X.
           03 WS-FCS-CAP      PIC 999.
           03 WS-FCS-TEACHER  PIC X(13).
           03 WS-FCS-HOURS    PIC 99.
           03 WS-FCS-PREREQ   PIC 999.
           03 WS-FCS-CARRIED  PIC 999.
           03 WS-FCS-REPEAT   PIC 999.
           03 WS-FCS-ELECT    PIC 999.
           03 WS-FCS-TOTAL    PIC 9(4).
           03 WS-FCS-SECT     PIC 999.
           03 WS-FCS-LOAD     PIC 9(4).

      *> Every teacher on the master, plus any a course names that
      *> the master does not know.
       01  WS-NB-TLD          PIC 999     VALUE 0.
       01  WS-TLD-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-TLD
                              INDEXED BY IDX-TLD.
           03 WS-TLD-NAME     PIC X(13).
           03 WS-TLD-FULLNAME PIC X(25).
           03 WS-TLD-ON-MAST  PIC X.
           03 WS-TLD-COURSES  PIC 99.
           03 WS-TLD-SECT     PIC 999.
           03 WS-TLD-HOURS    PIC 9(4).

       01  WS-FCS-HEADER.
           03 FILLER          PIC X(36)  VALUE
              'NEXT-YEAR STAFFING FORECAST -- FROM '.
           03 WS-FCH-TERM     PIC X(10).

       01  WS-FCS-COL-LINE.
           03 FILLER          PIC X(5)   VALUE 'ID'.
           03 FILLER          PIC X(22)  VALUE 'COURSE'.
           03 FILLER          PIC X(5)   VALUE 'CAR'.
           03 FILLER          PIC X(5)   VALUE 'REP'.
           03 FILLER          PIC X(5)   VALUE 'ELE'.
           03 FILLER          PIC X(6)   VALUE 'TOTL'.
           03 FILLER          PIC X(5)   VALUE 'CAP'.
           03 FILLER          PIC X(5)   VALUE 'SEC'.
           03 FILLER          PIC X(4)   VALUE 'HS'.
           03 FILLER          PIC X(6)   VALUE 'LOAD'.
           03 FILLER          PIC X(15)  VALUE 'TEACHER'.
           03 FILLER          PIC X(4)   VALUE 'NOTE'.

       01  WS-FCS-COURSE-LINE.
           03 WS-FCL-ID       PIC 999.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-NAME     PIC X(21).
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-FCL-CARRIED  PIC ZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-REPEAT   PIC ZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-ELECT    PIC ZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-TOTAL    PIC ZZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-CAP      PIC ZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-SECT     PIC ZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-HOURS    PIC Z9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-LOAD     PIC ZZZ9.
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-TEACHER  PIC X(13).
           03 FILLER          PIC X(2)   VALUE SPACES.
           03 WS-FCL-NOTE     PIC X(21).

       01  WS-FCS-TEACHER-LINE.
           03 WS-FTL-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-FTL-FULLNAME PIC X(25).
           03 FILLER          PIC X(11)  VALUE ' | COURSES '.
           03 WS-FTL-COURSES  PIC Z9.
           03 FILLER          PIC X(12)  VALUE ' | SECTIONS '.
           03 WS-FTL-SECT     PIC ZZ9.
           03 FILLER          PIC X(9)   VALUE ' | HOURS '.
           03 WS-FTL-HOURS    PIC ZZZ9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-FTL-NOTE     PIC X(21).

       01  WS-FCS-TOTAL-LINE.
           03 WS-FCT-LABEL    PIC X(28).
           03 WS-FCT-VALUE    PIC ZZZZ9.

      *> Spring staffing forecast for the head's office, off next
      *> term's roll as enroll-gen.cbl generated it. Per course on
      *> the master: the projected headcount -- every student on the
      *> roll for a regular course, only those who passed its
      *> prerequisite for a follow-on course, the elective seats
      *> elec-alloc.cbl gave for an optional course -- split into
      *> students carried forward, expected repeaters (REDOUBLE on
      *> the promotion results) and elective seats; the sections
      *> needed at the master's capacity (0 = one section) and the
      *> teaching hours they take. Per teacher on the teacher
      *> master: the courses, sections and weekly hours that adds up
      *> to, flagged past the HOURCEIL ceiling. A course with
      *> students and no teacher, and a teacher the master does not
      *> know, are flagged too. Condition code 4 when anything is.
       PROCEDURE DIVISION.
       0670-STAFF-FORECAST-START.
           MOVE 'restart.dat'  TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'passed.dat'   TO WS-FILE-PASSED-NAME.
           MOVE 'equiv.dat'    TO WS-FILE-EQUIV-NAME.
           MOVE 'crsmast.dat'  TO WS-FILE-CRSMAST-NAME.
           MOVE 'teamast.dat'  TO WS-FILE-TEAMAST-NAME.
           MOVE 'enrlnext.dat' TO WS-FILE-ENROLL-NAME.
           MOVE 'elecenr.dat'  TO WS-FILE-ELECENR-NAME.
           MOVE 'forecast.dat' TO WS-FILE-FORECAST-NAME.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.
      *> No term filter on the course successions: a plan for the
      *> coming year honors every one on file.
           MOVE SPACES TO WS-TERM.
           MOVE '00' TO F-CRSMAST-STATUS.
           MOVE '00' TO F-TEAMAST-STATUS.
           MOVE '00' TO F-ENROLL-STATUS.
           MOVE '00' TO F-ELECENR-STATUS.
           MOVE '00' TO F-FORECAST-STATUS.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE WS-NB-STUDENTS.

           PERFORM 0672-READ-PARM-CARDS-START
              THRU 0672-READ-PARM-CARDS-END.

           PERFORM 0674-LOAD-SNAPSHOT-START
              THRU 0674-LOAD-SNAPSHOT-END.
           IF WS-SNAP-BAD = 'Y'
               DISPLAY 'SNAPSHOT REFUSED -- NO FORECAST.'
                       SPACE 'RERUN promo TO CUT A FRESH SNAPSHOT.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0677-LOAD-ENROLLMENT-START
              THRU 0677-LOAD-ENROLLMENT-END.
           IF WS-NB-NEXT = 0
               DISPLAY 'NO NEXT-TERM ENROLLMENT -- RUN enroll-gen'
                       SPACE 'FIRST'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0680-LOAD-COURSE-MASTER-START
              THRU 0680-LOAD-COURSE-MASTER-END.
           IF WS-NB-FCS = 0
               DISPLAY 'NO COURSE MASTER -- NOTHING TO FORECAST'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0676-LOAD-PASSED-START
              THRU 0676-LOAD-PASSED-END.
           PERFORM 0678-LOAD-ELECTIVES-START
              THRU 0678-LOAD-ELECTIVES-END.
           PERFORM 0682-LOAD-TEACHERS-START
              THRU 0682-LOAD-TEACHERS-END.

           OPEN OUTPUT F-FORECAST.
           IF NOT F-FORECAST-STATUS-OK
               DISPLAY 'STAFF-FORECAST: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-FORECAST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-SNAP-TERM TO WS-FCH-TERM.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-HEADER TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-RULE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-COL-LINE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.

           PERFORM VARYING WS-IND-FC FROM 1 BY 1
              UNTIL WS-IND-FC > WS-NB-FCS
                   PERFORM 0684-PROJECT-COURSE-START
                      THRU 0684-PROJECT-COURSE-END
           END-PERFORM.

           PERFORM 0688-WRITE-TEACHER-LOADS-START
              THRU 0688-WRITE-TEACHER-LOADS-END.

           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-RULE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           MOVE 'NEXT-TERM STUDENTS        : ' TO WS-FCT-LABEL.
           MOVE WS-NB-NEXT TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE '  OF WHOM REPEATERS       : ' TO WS-FCT-LABEL.
           MOVE WS-NB-NEXT-REPEAT TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE '  NOT ON THE RESULTS      : ' TO WS-FCT-LABEL.
           MOVE WS-NB-NEXT-NEW TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE 'SECTIONS NEEDED           : ' TO WS-FCT-LABEL.
           MOVE WS-NB-SECTIONS TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE 'TEACHING HOURS            : ' TO WS-FCT-LABEL.
           MOVE WS-NB-HOURS TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE 'TEACHERS OVER CEILING     : ' TO WS-FCT-LABEL.
           MOVE WS-NB-OVER TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE 'COURSES WITH NO TEACHER   : ' TO WS-FCT-LABEL.
           MOVE WS-NB-NO-TEACHER TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           MOVE 'TEACHERS NOT ON MASTER    : ' TO WS-FCT-LABEL.
           MOVE WS-NB-OFF-MASTER TO WS-FCT-VALUE.
           PERFORM 0689-WRITE-TOTAL-START THRU 0689-WRITE-TOTAL-END.
           CLOSE F-FORECAST.

           DISPLAY WS-FCS-RULE.
           DISPLAY 'SECTIONS NEEDED :' SPACE WS-NB-SECTIONS.
           DISPLAY 'TEACHING HOURS  :' SPACE WS-NB-HOURS.
           DISPLAY 'OVER CEILING    :' SPACE WS-NB-OVER.
           DISPLAY 'NO TEACHER      :' SPACE WS-NB-NO-TEACHER.
           DISPLAY 'FORECAST FILE   :' SPACE WS-FILE-FORECAST-NAME.
           DISPLAY WS-FCS-RULE.
           IF WS-NB-OVER > 0 OR WS-NB-NO-TEACHER > 0 OR
              WS-NB-OFF-MASTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0670-STAFF-FORECAST-END.
           GOBACK.

       0672-READ-PARM-CARDS-START.
           OPEN INPUT F-PARM.
           IF NOT F-PARM-STATUS-OK
               GO TO 0672-READ-PARM-CARDS-END
           END-IF.
           PERFORM UNTIL F-PARM-STATUS-EOF
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE PARM-KEYWORD
                           WHEN 'SECTHOURS'
                               IF PARM-VALUE-NUM IS NUMERIC AND
                                  PARM-VALUE-NUM > 0 AND
                                  PARM-VALUE-NUM < 100
                                   MOVE PARM-VALUE-NUM TO
                                        WS-FCS-DEF-HOURS
                               END-IF
                           WHEN 'HOURCEIL'
                               IF PARM-VALUE-NUM IS NUMERIC
                                   MOVE PARM-VALUE-NUM TO
                                        WS-FCS-CEILING
                               END-IF
                           WHEN 'CRSMAST'
                               MOVE PARM-VALUE TO WS-FILE-CRSMAST-NAME
                           WHEN 'TEAMAST'
                               MOVE PARM-VALUE TO WS-FILE-TEAMAST-NAME
                           WHEN 'PASSED'
                               MOVE PARM-VALUE TO WS-FILE-PASSED-NAME
                           WHEN 'EQUIV'
                               MOVE PARM-VALUE TO WS-FILE-EQUIV-NAME
                           WHEN 'FORECAST'
                               MOVE PARM-VALUE TO
                                    WS-FILE-FORECAST-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-PARM.
       0672-READ-PARM-CARDS-END.
           EXIT.

      *> Student lines carry id/name/status -- the repeaters and the
      *> name the roll is matched on. Everything else only counts.
       0674-LOAD-SNAPSHOT-START.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
               MOVE '00' TO F-CHECKPOINT-STATUS
               DISPLAY 'NO SNAPSHOT -- REPEATERS AND PASS HISTORY'
                       SPACE 'NOT COUNTED'
               GO TO 0674-LOAD-SNAPSHOT-END
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
           PERFORM 0675-VERIFY-SNAPSHOT-START
              THRU 0675-VERIFY-SNAPSHOT-END.
       0674-LOAD-SNAPSHOT-END.
           EXIT.

       0675-VERIFY-SNAPSHOT-START.
           IF WS-SNAP-HDR-SEEN = 'N' OR
              WS-SNAP-VERSION NOT = WS-CKPT-LAYOUT-VERSION
               DISPLAY 'SNAPSHOT HAS NO VALID INTEGRITY HEADER'
                       SPACE '(LAYOUT' SPACE WS-SNAP-VERSION SPACE
                       'VS' SPACE WS-CKPT-LAYOUT-VERSION ')'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0675-VERIFY-SNAPSHOT-END
           END-IF.
           IF WS-SNAP-TRL-SEEN = 'N'
               DISPLAY 'SNAPSHOT TRAILER MISSING -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0675-VERIFY-SNAPSHOT-END
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
       0675-VERIFY-SNAPSHOT-END.
           EXIT.

       0676-LOAD-PASSED-START.
           MOVE 0 TO WS-NB-PASSED.
           OPEN INPUT F-PASSED.
           IF NOT F-PASSED-STATUS-OK
               MOVE '00' TO F-PASSED-STATUS
               GO TO 0676-LOAD-PASSED-END
           END-IF.
           PERFORM UNTIL F-PASSED-STATUS-EOF
               READ F-PASSED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-PAS-STUDENT IS NUMERIC AND
                          WS-NB-PASSED < 9999
                           SET WS-NB-PASSED UP BY 1
                           MOVE R-PAS-STUDENT TO
                                WS-PAS-STUDENT(WS-NB-PASSED)
                           MOVE R-PAS-COURSE TO
                                WS-PAS-COURSE(WS-NB-PASSED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PASSED.
           MOVE '00' TO F-PASSED-STATUS.
       0676-LOAD-PASSED-END.
           EXIT.

       0677-LOAD-ENROLLMENT-START.
           MOVE 0 TO WS-NB-NEXT.
           OPEN INPUT F-ENROLL.
           IF NOT F-ENROLL-STATUS-OK
               MOVE '00' TO F-ENROLL-STATUS
               GO TO 0677-LOAD-ENROLLMENT-END
           END-IF.
           PERFORM UNTIL F-ENROLL-STATUS-EOF
               READ F-ENROLL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-ENR-NAME NOT = SPACES AND WS-NB-NEXT < 999
                           SET WS-NB-NEXT UP BY 1
                           MOVE 0 TO WS-NXT-STUDENT(WS-NB-NEXT)
                           MOVE 'N' TO WS-NXT-REPEAT(WS-NB-NEXT)
                           IF WS-NB-STUDENTS > 0
                               SET IDX-STUDENT TO 1
                               SEARCH WS-STUDENT-TAB
                                   WHEN WS-STUDENT-NAME(IDX-STUDENT)
                                        = R-ENR-NAME
                                       MOVE WS-STUDENT-ID(IDX-STUDENT)
                                         TO WS-NXT-STUDENT(WS-NB-NEXT)
                                       IF WS-STUDENT-STATUS
                                          (IDX-STUDENT) = 'REDOUBLE'
                                           MOVE 'Y' TO
                                             WS-NXT-REPEAT(WS-NB-NEXT)
                                       END-IF
                               END-SEARCH
                           END-IF
                           IF WS-NXT-REPEAT(WS-NB-NEXT) = 'Y'
                               ADD 1 TO WS-NB-NEXT-REPEAT
                           END-IF
                           IF WS-NXT-STUDENT(WS-NB-NEXT) = 0
                               ADD 1 TO WS-NB-NEXT-NEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ENROLL.
           MOVE '00' TO F-ENROLL-STATUS.
       0677-LOAD-ENROLLMENT-END.
           EXIT.

      *> Elective seats for the term the snapshot closed -- rows left
      *> from any other term are not counted.
       0678-LOAD-ELECTIVES-START.
           MOVE 0 TO WS-NB-ELEC.
           OPEN INPUT F-ELECENR.
           IF NOT F-ELECENR-STATUS-OK
               MOVE '00' TO F-ELECENR-STATUS
               GO TO 0678-LOAD-ELECTIVES-END
           END-IF.
           PERFORM UNTIL F-ELECENR-STATUS-EOF
               READ F-ELECENR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-ELE-COURSE IS NUMERIC AND
                          R-ELE-TERM = WS-SNAP-TERM AND
                          WS-NB-ELEC < 5000
                           SET WS-NB-ELEC UP BY 1
                           MOVE R-ELE-COURSE TO
                                WS-ELE-COURSE(WS-NB-ELEC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ELECENR.
           MOVE '00' TO F-ELECENR-STATUS.
       0678-LOAD-ELECTIVES-END.
           EXIT.

       0680-LOAD-COURSE-MASTER-START.
           MOVE 0 TO WS-NB-FCS.
           OPEN INPUT F-CRSMAST.
           IF NOT F-CRSMAST-STATUS-OK
               MOVE '00' TO F-CRSMAST-STATUS
               GO TO 0680-LOAD-COURSE-MASTER-END
           END-IF.
           PERFORM UNTIL F-CRSMAST-STATUS-EOF
               READ F-CRSMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-FCS < 999
                           SET WS-NB-FCS UP BY 1
                           MOVE R-CRM-ID TO WS-FCS-ID(WS-NB-FCS)
                           MOVE R-CRM-NAME TO WS-FCS-NAME(WS-NB-FCS)
                           MOVE R-CRM-TYPE TO WS-FCS-TYPE(WS-NB-FCS)
                           MOVE R-CRM-CAPACITY TO
                                WS-FCS-CAP(WS-NB-FCS)
                           MOVE R-CRM-TEACHER TO
                                WS-FCS-TEACHER(WS-NB-FCS)
                           MOVE R-CRM-PREREQ TO
                                WS-FCS-PREREQ(WS-NB-FCS)
                           IF R-CRM-HOURS IS NUMERIC AND
                              R-CRM-HOURS > 0
                               MOVE R-CRM-HOURS TO
                                    WS-FCS-HOURS(WS-NB-FCS)
                           ELSE
                               MOVE WS-FCS-DEF-HOURS TO
                                    WS-FCS-HOURS(WS-NB-FCS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CRSMAST.
           MOVE '00' TO F-CRSMAST-STATUS.
       0680-LOAD-COURSE-MASTER-END.
           EXIT.

       0682-LOAD-TEACHERS-START.
           MOVE 0 TO WS-NB-TLD.
           OPEN INPUT F-TEAMAST.
           IF NOT F-TEAMAST-STATUS-OK
               MOVE '00' TO F-TEAMAST-STATUS
               GO TO 0682-LOAD-TEACHERS-END
           END-IF.
           PERFORM UNTIL F-TEAMAST-STATUS-EOF
               READ F-TEAMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-TLD < 999
                           SET WS-NB-TLD UP BY 1
                           MOVE R-TEA-NAME TO WS-TLD-NAME(WS-NB-TLD)
                           MOVE R-TEA-FULLNAME TO
                                WS-TLD-FULLNAME(WS-NB-TLD)
                           MOVE 'Y' TO WS-TLD-ON-MAST(WS-NB-TLD)
                           MOVE 0 TO WS-TLD-COURSES(WS-NB-TLD)
                           MOVE 0 TO WS-TLD-SECT(WS-NB-TLD)
                           MOVE 0 TO WS-TLD-HOURS(WS-NB-TLD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TEAMAST.
           MOVE '00' TO F-TEAMAST-STATUS.
       0682-LOAD-TEACHERS-END.
           EXIT.

       0684-PROJECT-COURSE-START.
           MOVE 0 TO WS-FCS-CARRIED(WS-IND-FC).
           MOVE 0 TO WS-FCS-REPEAT(WS-IND-FC).
           MOVE 0 TO WS-FCS-ELECT(WS-IND-FC).
           MOVE 0 TO WS-FCS-SECT(WS-IND-FC).
           MOVE 0 TO WS-FCS-LOAD(WS-IND-FC).
           IF WS-FCS-TYPE(WS-IND-FC) = 'O'
               PERFORM VARYING WS-IND-EL FROM 1 BY 1
                  UNTIL WS-IND-EL > WS-NB-ELEC
                       IF WS-ELE-COURSE(WS-IND-EL) =
                          WS-FCS-ID(WS-IND-FC)
                           ADD 1 TO WS-FCS-ELECT(WS-IND-FC)
                       END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IND-NX FROM 1 BY 1
                  UNTIL WS-IND-NX > WS-NB-NEXT
                       PERFORM 0685-COUNT-STUDENT-START
                          THRU 0685-COUNT-STUDENT-END
               END-PERFORM
           END-IF.
           COMPUTE WS-FCS-TOTAL(WS-IND-FC) =
               WS-FCS-CARRIED(WS-IND-FC) + WS-FCS-REPEAT(WS-IND-FC) +
               WS-FCS-ELECT(WS-IND-FC).

           IF WS-FCS-TOTAL(WS-IND-FC) > 0
               IF WS-FCS-CAP(WS-IND-FC) = 0
                   MOVE 1 TO WS-FCS-SECT(WS-IND-FC)
               ELSE
                   DIVIDE WS-FCS-TOTAL(WS-IND-FC) BY
                          WS-FCS-CAP(WS-IND-FC)
                       GIVING WS-FCS-QUOT REMAINDER WS-FCS-REM
                   IF WS-FCS-REM > 0
                       ADD 1 TO WS-FCS-QUOT
                   END-IF
                   MOVE WS-FCS-QUOT TO WS-FCS-SECT(WS-IND-FC)
               END-IF
               COMPUTE WS-FCS-LOAD(WS-IND-FC) =
                   WS-FCS-SECT(WS-IND-FC) * WS-FCS-HOURS(WS-IND-FC)
               ADD WS-FCS-SECT(WS-IND-FC) TO WS-NB-SECTIONS
               ADD WS-FCS-LOAD(WS-IND-FC) TO WS-NB-HOURS
           END-IF.

           MOVE SPACES TO WS-FCL-NOTE.
           IF WS-FCS-TOTAL(WS-IND-FC) > 0
               IF WS-FCS-TEACHER(WS-IND-FC) = SPACES
                   ADD 1 TO WS-NB-NO-TEACHER
                   MOVE 'NO TEACHER ASSIGNED' TO WS-FCL-NOTE
               ELSE
                   PERFORM 0686-CHARGE-TEACHER-START
                      THRU 0686-CHARGE-TEACHER-END
               END-IF
           END-IF.

           MOVE WS-FCS-ID(WS-IND-FC)      TO WS-FCL-ID.
           MOVE WS-FCS-NAME(WS-IND-FC)    TO WS-FCL-NAME.
           MOVE WS-FCS-CARRIED(WS-IND-FC) TO WS-FCL-CARRIED.
           MOVE WS-FCS-REPEAT(WS-IND-FC)  TO WS-FCL-REPEAT.
           MOVE WS-FCS-ELECT(WS-IND-FC)   TO WS-FCL-ELECT.
           MOVE WS-FCS-TOTAL(WS-IND-FC)   TO WS-FCL-TOTAL.
           MOVE WS-FCS-CAP(WS-IND-FC)     TO WS-FCL-CAP.
           MOVE WS-FCS-SECT(WS-IND-FC)    TO WS-FCL-SECT.
           MOVE WS-FCS-HOURS(WS-IND-FC)   TO WS-FCL-HOURS.
           MOVE WS-FCS-LOAD(WS-IND-FC)    TO WS-FCL-LOAD.
           MOVE WS-FCS-TEACHER(WS-IND-FC) TO WS-FCL-TEACHER.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-COURSE-LINE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
       0684-PROJECT-COURSE-END.
           EXIT.

      *> A follow-on course counts only the students who passed its
      *> prerequisite; a student the results do not know has no pass
      *> history and is counted for regular courses only.
       0685-COUNT-STUDENT-START.
           IF WS-FCS-PREREQ(WS-IND-FC) > 0
               MOVE 'N' TO WS-STU-PASSED
               PERFORM VARYING WS-IND-PA FROM 1 BY 1
                  UNTIL WS-IND-PA > WS-NB-PASSED
                       IF WS-PAS-STUDENT(WS-IND-PA) =
                          WS-NXT-STUDENT(WS-IND-NX)
                           MOVE 'M' TO WS-EQV-ACTION
                           MOVE WS-PAS-COURSE(WS-IND-PA) TO
                                WS-EQV-PASSED
                           MOVE WS-FCS-PREREQ(WS-IND-FC) TO
                                WS-EQV-TARGET
                           CALL 'course-equiv'
                           IF WS-EQV-IS-MET
                               MOVE 'Y' TO WS-STU-PASSED
                           END-IF
                       END-IF
               END-PERFORM
               IF WS-STU-PASSED = 'N' OR WS-NXT-STUDENT(WS-IND-NX) = 0
                   GO TO 0685-COUNT-STUDENT-END
               END-IF
           END-IF.
           IF WS-NXT-REPEAT(WS-IND-NX) = 'Y'
               ADD 1 TO WS-FCS-REPEAT(WS-IND-FC)
           ELSE
               ADD 1 TO WS-FCS-CARRIED(WS-IND-FC)
           END-IF.
       0685-COUNT-STUDENT-END.
           EXIT.

       0686-CHARGE-TEACHER-START.
           MOVE 0 TO WS-FCS-ROW.
           PERFORM VARYING WS-IND-TL FROM 1 BY 1
              UNTIL WS-IND-TL > WS-NB-TLD OR WS-FCS-ROW > 0
                   IF WS-TLD-NAME(WS-IND-TL) = WS-FCS-TEACHER(WS-IND-FC)
                       MOVE WS-IND-TL TO WS-FCS-ROW
                   END-IF
           END-PERFORM.
           IF WS-FCS-ROW = 0
               IF WS-NB-TLD >= 999
                   GO TO 0686-CHARGE-TEACHER-END
               END-IF
               SET WS-NB-TLD UP BY 1
               MOVE WS-NB-TLD TO WS-FCS-ROW
               MOVE WS-FCS-TEACHER(WS-IND-FC) TO WS-TLD-NAME(WS-FCS-ROW)
               MOVE SPACES TO WS-TLD-FULLNAME(WS-FCS-ROW)
               MOVE 'N' TO WS-TLD-ON-MAST(WS-FCS-ROW)
               MOVE 0 TO WS-TLD-COURSES(WS-FCS-ROW)
               MOVE 0 TO WS-TLD-SECT(WS-FCS-ROW)
               MOVE 0 TO WS-TLD-HOURS(WS-FCS-ROW)
           END-IF.
           ADD 1 TO WS-TLD-COURSES(WS-FCS-ROW).
           ADD WS-FCS-SECT(WS-IND-FC) TO WS-TLD-SECT(WS-FCS-ROW).
           ADD WS-FCS-LOAD(WS-IND-FC) TO WS-TLD-HOURS(WS-FCS-ROW).
       0686-CHARGE-TEACHER-END.
           EXIT.

       0688-WRITE-TEACHER-LOADS-START.
           MOVE SPACES TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE 'TEACHING LOAD PER TEACHER (WEEKLY HOURS)'
               TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-RULE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
           IF WS-NB-TLD > 0
               SORT WS-TLD-TAB ON ASCENDING KEY WS-TLD-NAME
           END-IF.
           PERFORM VARYING WS-IND-TL FROM 1 BY 1
              UNTIL WS-IND-TL > WS-NB-TLD
                   MOVE WS-TLD-NAME(WS-IND-TL) TO WS-FTL-NAME
                   MOVE WS-TLD-FULLNAME(WS-IND-TL) TO WS-FTL-FULLNAME
                   MOVE WS-TLD-COURSES(WS-IND-TL) TO WS-FTL-COURSES
                   MOVE WS-TLD-SECT(WS-IND-TL) TO WS-FTL-SECT
                   MOVE WS-TLD-HOURS(WS-IND-TL) TO WS-FTL-HOURS
                   MOVE SPACES TO WS-FTL-NOTE
                   IF WS-TLD-ON-MAST(WS-IND-TL) = 'N'
                       ADD 1 TO WS-NB-OFF-MASTER
                       MOVE 'NOT ON TEACHER MASTER' TO WS-FTL-NOTE
                   END-IF
                   IF WS-TLD-HOURS(WS-IND-TL) > WS-FCS-CEILING
                       ADD 1 TO WS-NB-OVER
                       MOVE 'OVER HOUR CEILING' TO WS-FTL-NOTE
                   END-IF
                   MOVE SPACES TO REC-F-FORECAST
                   MOVE WS-FCS-TEACHER-LINE TO REC-F-FORECAST
                   WRITE REC-F-FORECAST
           END-PERFORM.
       0688-WRITE-TEACHER-LOADS-END.
           EXIT.

       0689-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-FORECAST.
           MOVE WS-FCS-TOTAL-LINE TO REC-F-FORECAST.
           WRITE REC-F-FORECAST.
       0689-WRITE-TOTAL-END.
           EXIT.
