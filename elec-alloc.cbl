       IDENTIFICATION DIVISION.
       PROGRAM-ID. elec-alloc.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selckpt.
           COPY selpas.
           COPY selcrm.
           COPY selerq.
           COPY selela.
           COPY seleun.
           COPY selele.

       DATA DIVISION.
       FILE SECTION.
           COPY fdckpt.
           COPY fdpas.
           COPY fdcrm.
           COPY fderq.
           COPY fdela.
           COPY fdeun.
           COPY fdele.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY ckptrec.

       01  WS-ALC-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-SNAP-TERM       PIC X(10)   VALUE SPACES.
       01  WS-NB-FORMS        PIC 999     VALUE 0.
       01  WS-NB-SEATS        PIC 9(4)    VALUE 0.
       01  WS-NB-FIRST        PIC 9(4)    VALUE 0.
       01  WS-NB-FULL-PLACED  PIC 999     VALUE 0.
       01  WS-NB-UNPLACED     PIC 999     VALUE 0.
       01  WS-STU-PASSED      PIC X       VALUE 'N'.
       01  WS-IND-PA          PIC 9(4)    VALUE 0.
       01  WS-IND-RQ          PIC 999     VALUE 0.
       01  WS-IND-CH          PIC 9       VALUE 0.
       01  WS-IND-AL          PIC 9(4)    VALUE 0.
       01  WS-ALC-COURSE      PIC 999     VALUE 0.
       01  WS-ALC-ROW         PIC 999     VALUE 0.
       01  WS-ALC-CLASH       PIC X       VALUE 'N'.
       01  WS-ALC-LAST-CRS    PIC 999     VALUE 0.
       01  WS-IND-CR          PIC 999     VALUE 0.

      *> Snapshot integrity, same verification enroll-gen.cbl
      *> applies: the ranks that decide who is seated first come from
      *> the snapshot, and a torn dump would seat the tail of the
      *> class as if it had no rank at all.
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

      *> Pass history, loaded whole -- an elective with a declared
      *> prerequisite is open only to a student who passed it.
       01  WS-NB-PASSED       PIC 9(4)    VALUE 0.
       01  WS-PASSED-TAB      OCCURS 1 TO 9999
                              DEPENDING WS-NB-PASSED
                              INDEXED BY IDX-PASS.
           03 WS-PAS-STUDENT  PIC 999.
           03 WS-PAS-COURSE   PIC 999.

      *> One row per request form, sorted into seating order: merit
      *> rank first (an unranked student goes after every ranked
      *> one), then the order the forms were keyed in.
       01  WS-NB-REQ          PIC 999     VALUE 0.
       01  WS-REQ-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-REQ
                              INDEXED BY IDX-REQ.
           03 WS-REQ-PRIO     PIC 999.
           03 WS-REQ-SEQ      PIC 999.
           03 WS-REQ-STUDENT  PIC 999.
           03 WS-REQ-NAME     PIC X(13).
           03 WS-REQ-RANK     PIC 999.
           03 WS-REQ-WANTED   PIC 9.
           03 WS-REQ-GIVEN    PIC 9.
           03 WS-REQ-COURSE   PIC 999     OCCURS 5.
           03 WS-REQ-REASON   PIC X(22).

      *> Seats given, in the order they were given.
       01  WS-NB-ALC          PIC 9(4)    VALUE 0.
       01  WS-ALC-TAB         OCCURS 1 TO 5000
                              DEPENDING WS-NB-ALC
                              INDEXED BY IDX-ALC.
           03 WS-AL-COURSE    PIC 999.
           03 WS-AL-SEQ       PIC 9(4).
           03 WS-AL-STUDENT   PIC 999.
           03 WS-AL-NAME      PIC X(13).
           03 WS-AL-RANK      PIC 999.
           03 WS-AL-PREF      PIC 9.
           03 WS-AL-SLOT      PIC 99.

       01  WS-ALC-HEADER.
           03 FILLER          PIC X(24)  VALUE
              'ELECTIVE ALLOCATION -- '.
           03 WS-ALH-TERM     PIC X(10).

       01  WS-ALC-COURSE-LINE.
           03 FILLER          PIC X(7)   VALUE 'COURSE '.
           03 WS-ALN-ID       PIC 999.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-ALN-NAME     PIC X(21).
           03 FILLER          PIC X(9)   VALUE ' | SLOT '.
           03 WS-ALN-SLOT     PIC Z9.
           03 FILLER          PIC X(12)  VALUE ' | CAPACITY '.
           03 WS-ALN-CAP      PIC ZZ9.
           03 FILLER          PIC X(10)  VALUE ' | SEATED '.
           03 WS-ALN-SEATED   PIC ZZ9.

       01  WS-ALC-STUDENT-LINE.
           03 FILLER          PIC X(4)   VALUE SPACES.
           03 WS-ALS-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-ALS-NAME     PIC X(13).
           03 FILLER          PIC X(8)   VALUE ' | RANK '.
           03 WS-ALS-RANK     PIC ZZ9.
           03 FILLER          PIC X(10)  VALUE ' | CHOICE '.
           03 WS-ALS-PREF     PIC 9.

       01  WS-UNP-LINE.
           03 WS-UNL-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-UNL-NAME     PIC X(13).
           03 FILLER          PIC X(8)   VALUE ' | RANK '.
           03 WS-UNL-RANK     PIC ZZ9.
           03 FILLER          PIC X(9)   VALUE ' | GIVEN '.
           03 WS-UNL-GIVEN    PIC 9.
           03 FILLER          PIC X(4)   VALUE ' OF '.
           03 WS-UNL-WANTED   PIC 9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-UNL-REASON   PIC X(22).

       01  WS-ALC-TOTAL-LINE.
           03 WS-ALT-LABEL    PIC X(24).
           03 WS-ALT-VALUE    PIC ZZZ9.

      *> Elective allocation run: reads the request forms (student,
      *> how many electives, up to five choices in order of
      *> preference) and seats the students one at a time in merit
      *> order -- best rank from the snapshot first, equal or missing
      *> ranks in the order the forms were keyed. Each student is
      *> given their highest choices still open to them: the course
      *> must be on the course master (or last term's course list),
      *> the prerequisite passed, its exam slot clear of an elective
      *> already given to the same student, and a seat left under
      *> the master's capacity (0 = no limit). Only students the
      *> snapshot carries into next term (PROMU, REDOUBLE) are
      *> seated. Writes the allocation by course, the list of
      *> students left short of what they asked for, and the
      *> elective rows enroll-gen.cbl merges into the next-term plan
      *> -- always rewritten, so last term's rows never carry over.
      *> Condition code 4 when anyone was left short.
       PROCEDURE DIVISION.
       0800-ELEC-ALLOC-START.
           MOVE 'restart.dat'  TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'passed.dat'   TO WS-FILE-PASSED-NAME.
           MOVE 'equiv.dat'    TO WS-FILE-EQUIV-NAME.
           MOVE 'crsmast.dat'  TO WS-FILE-CRSMAST-NAME.
           MOVE 'elecreq.dat'  TO WS-FILE-ELECREQ-NAME.
           MOVE 'elecalc.dat'  TO WS-FILE-ELECALC-NAME.
           MOVE 'elecunp.dat'  TO WS-FILE-ELECUNP-NAME.
           MOVE 'elecenr.dat'  TO WS-FILE-ELECENR-NAME.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.
      *> No term filter on the course successions: a plan for the
      *> coming year honors every one on file.
           MOVE SPACES TO WS-TERM.
           MOVE '00' TO F-CRSMAST-STATUS.
           MOVE '00' TO F-ELECREQ-STATUS.
           MOVE '00' TO F-ELECALC-STATUS.
           MOVE '00' TO F-ELECUNP-STATUS.
           MOVE '00' TO F-ELECENR-STATUS.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE WS-NB-STUDENTS.
           INITIALIZE WS-NB-COURSES.
           INITIALIZE WS-NB-RECORDS.
           MOVE 'Y' TO WS-CIX-STATE.

           PERFORM 0805-LOAD-SNAPSHOT-START
              THRU 0805-LOAD-SNAPSHOT-END.
           IF WS-SNAP-BAD = 'Y'
               DISPLAY 'SNAPSHOT REFUSED -- NO ELECTIVES ALLOCATED.'
                       SPACE 'RERUN promo TO CUT A FRESH SNAPSHOT.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-STUDENTS = 0
               DISPLAY 'NO SNAPSHOT RESULTS -- RUN promo FIRST'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-ELECENR.
           IF NOT F-ELECENR-STATUS-OK
               DISPLAY 'ELEC-ALLOC: UNABLE TO OPEN' SPACE
                       WS-FILE-ELECENR-NAME ', STATUS' SPACE
                       F-ELECENR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0815-LOAD-REQUESTS-START
              THRU 0815-LOAD-REQUESTS-END.
           IF WS-NB-REQ = 0
               CLOSE F-ELECENR
               DISPLAY 'NO ELECTIVE REQUESTS -- NOTHING ALLOCATED'
               PERFORM 0839-WRITE-EMPTY-START
                  THRU 0839-WRITE-EMPTY-END
               GOBACK
           END-IF.

           PERFORM 0810-LOAD-PASSED-START
              THRU 0810-LOAD-PASSED-END.
           PERFORM 0812-LOAD-COURSE-MASTER-START
              THRU 0812-LOAD-COURSE-MASTER-END.

           OPEN OUTPUT F-ELECALC.
           IF NOT F-ELECALC-STATUS-OK
               DISPLAY 'ELEC-ALLOC: UNABLE TO OPEN' SPACE
                       WS-FILE-ELECALC-NAME ', STATUS' SPACE
                       F-ELECALC-STATUS
               CLOSE F-ELECENR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-ELECUNP.
           IF NOT F-ELECUNP-STATUS-OK
               DISPLAY 'ELEC-ALLOC: UNABLE TO OPEN' SPACE
                       WS-FILE-ELECUNP-NAME ', STATUS' SPACE
                       F-ELECUNP-STATUS
               CLOSE F-ELECENR
               CLOSE F-ELECALC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT WS-REQ-TAB ON ASCENDING KEY WS-REQ-PRIO WS-REQ-SEQ.
           MOVE 0 TO WS-NB-ALC.
           PERFORM VARYING WS-IND-RQ FROM 1 BY 1
              UNTIL WS-IND-RQ > WS-NB-REQ
                   IF WS-REQ-REASON(WS-IND-RQ) = SPACES
                       PERFORM 0820-ALLOCATE-ONE-START
                          THRU 0820-ALLOCATE-ONE-END
                   END-IF
           END-PERFORM.

           PERFORM 0835-WRITE-UNPLACED-START
              THRU 0835-WRITE-UNPLACED-END.
           IF WS-NB-ALC > 0
               SORT WS-ALC-TAB ON ASCENDING KEY WS-AL-COURSE WS-AL-SEQ
           END-IF.
           PERFORM 0830-WRITE-ALLOCATION-START
              THRU 0830-WRITE-ALLOCATION-END.

           CLOSE F-ELECENR.
           CLOSE F-ELECALC.
           CLOSE F-ELECUNP.

           DISPLAY WS-ALC-RULE.
           DISPLAY 'ELECTIVE FORMS  :' SPACE WS-NB-FORMS.
           DISPLAY 'SEATS GIVEN     :' SPACE WS-NB-SEATS.
           DISPLAY 'FIRST CHOICES   :' SPACE WS-NB-FIRST.
           DISPLAY 'LEFT SHORT      :' SPACE WS-NB-UNPLACED SPACE
                   '(SEE' SPACE WS-FILE-ELECUNP-NAME ')'.
           DISPLAY WS-ALC-RULE.
           IF WS-NB-UNPLACED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0800-ELEC-ALLOC-END.
           GOBACK.

      *> Student lines carry id/name/status/rank; course lines carry
      *> the capacity, prerequisite and exam slot the allocation is
      *> checked against.
       0805-LOAD-SNAPSHOT-START.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
               GO TO 0805-LOAD-SNAPSHOT-END
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
      *> The class rows are kept so a choice can be checked against
      *> the exam slots of the student's own regular courses.
                           WHEN '03'
                               ADD 1 TO WS-CNT-RECORDS
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-CLASS-LINE
                               IF WS-NB-RECORDS < 9999
                                   SET WS-NB-RECORDS UP BY 1
                                   MOVE WS-CKL-ID1 TO
                                      WS-CLASS-ID1(WS-NB-RECORDS)
                                   MOVE WS-CKL-ID2 TO
                                      WS-CLASS-ID2(WS-NB-RECORDS)
                                   MOVE WS-CKL-STATUS TO
                                      WS-CLASS-STATUS(WS-NB-RECORDS)
                                   MOVE WS-CKL-ORIGIN TO
                                      WS-CLASS-ORIGIN(WS-NB-RECORDS)
                               END-IF
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
                               IF WS-CKS-RANK IS NUMERIC
                                   MOVE WS-CKS-RANK TO
                                      WS-STUDENT-RANK(WS-NB-STUDENTS)
                               ELSE
                                   MOVE 0 TO
                                      WS-STUDENT-RANK(WS-NB-STUDENTS)
                               END-IF
                           WHEN '02'
                               ADD 1 TO WS-CNT-COURSES
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-COURSE-LINE
                               SET WS-NB-COURSES UP BY 1
                               MOVE WS-CKC-ID TO
                                    WS-COURSE-ID(WS-NB-COURSES)
                               MOVE WS-CKC-NAME TO
                                    WS-COURSE-NAME(WS-NB-COURSES)
                               MOVE 0 TO
                                    WS-COURSE-ENROLLED(WS-NB-COURSES)
                               IF WS-CKC-CAPACITY IS NUMERIC
                                   MOVE WS-CKC-CAPACITY TO
                                      WS-COURSE-CAPACITY(WS-NB-COURSES)
                               ELSE
                                   MOVE 0 TO
                                      WS-COURSE-CAPACITY(WS-NB-COURSES)
                               END-IF
                               IF WS-CKC-PREREQ IS NUMERIC
                                   MOVE WS-CKC-PREREQ TO
                                      WS-COURSE-PREREQ(WS-NB-COURSES)
                               ELSE
                                   MOVE 0 TO
                                      WS-COURSE-PREREQ(WS-NB-COURSES)
                               END-IF
                               IF WS-CKC-SLOT IS NUMERIC
                                   MOVE WS-CKC-SLOT TO
                                      WS-COURSE-SLOT(WS-NB-COURSES)
                               ELSE
                                   MOVE 0 TO
                                      WS-COURSE-SLOT(WS-NB-COURSES)
                               END-IF
                               IF WS-CKC-TYPE = 'O'
                                   MOVE 'O' TO
                                      WS-COURSE-TYPE(WS-NB-COURSES)
                               ELSE
                                   MOVE 'R' TO
                                      WS-COURSE-TYPE(WS-NB-COURSES)
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
           PERFORM 0807-VERIFY-SNAPSHOT-START
              THRU 0807-VERIFY-SNAPSHOT-END.
       0805-LOAD-SNAPSHOT-END.
           EXIT.

       0807-VERIFY-SNAPSHOT-START.
           IF WS-SNAP-HDR-SEEN = 'N' OR
              WS-SNAP-VERSION NOT = WS-CKPT-LAYOUT-VERSION
               DISPLAY 'SNAPSHOT HAS NO VALID INTEGRITY HEADER'
                       SPACE '(LAYOUT' SPACE WS-SNAP-VERSION SPACE
                       'VS' SPACE WS-CKPT-LAYOUT-VERSION ')'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0807-VERIFY-SNAPSHOT-END
           END-IF.
           IF WS-SNAP-TRL-SEEN = 'N'
               DISPLAY 'SNAPSHOT TRAILER MISSING -- TORN DUMP'
               MOVE 'Y' TO WS-SNAP-BAD
               GO TO 0807-VERIFY-SNAPSHOT-END
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
       0807-VERIFY-SNAPSHOT-END.
           EXIT.

       0810-LOAD-PASSED-START.
           MOVE 0 TO WS-NB-PASSED.
           OPEN INPUT F-PASSED.
           IF NOT F-PASSED-STATUS-OK
               MOVE '00' TO F-PASSED-STATUS
               GO TO 0810-LOAD-PASSED-END
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
       0810-LOAD-PASSED-END.
           EXIT.

      *> The master's capacity, name and prerequisite stand over last
      *> term's; a course new on the master joins the list with no
      *> exam slot yet. Without a master the snapshot's list stands.
       0812-LOAD-COURSE-MASTER-START.
           OPEN INPUT F-CRSMAST.
           IF NOT F-CRSMAST-STATUS-OK
               MOVE '00' TO F-CRSMAST-STATUS
               GO TO 0812-LOAD-COURSE-MASTER-END
           END-IF.
           PERFORM UNTIL F-CRSMAST-STATUS-EOF
               READ F-CRSMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 0 TO WS-ALC-ROW
                       PERFORM VARYING WS-IND-CO FROM 1 BY 1
                          UNTIL WS-IND-CO > WS-NB-COURSES
                               IF WS-COURSE-ID(WS-IND-CO) = R-CRM-ID
                                   MOVE WS-IND-CO TO WS-ALC-ROW
                               END-IF
                       END-PERFORM
                       IF WS-ALC-ROW = 0 AND WS-NB-COURSES < 999
                           SET WS-NB-COURSES UP BY 1
                           MOVE WS-NB-COURSES TO WS-ALC-ROW
                           MOVE R-CRM-ID TO WS-COURSE-ID(WS-ALC-ROW)
                           MOVE 0 TO WS-COURSE-SLOT(WS-ALC-ROW)
                           MOVE 0 TO WS-COURSE-ENROLLED(WS-ALC-ROW)
                       END-IF
                       IF WS-ALC-ROW > 0
                           MOVE R-CRM-NAME TO
                                WS-COURSE-NAME(WS-ALC-ROW)
                           MOVE R-CRM-CAPACITY TO
                                WS-COURSE-CAPACITY(WS-ALC-ROW)
                           MOVE R-CRM-PREREQ TO
                                WS-COURSE-PREREQ(WS-ALC-ROW)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CRSMAST.
           MOVE '00' TO F-CRSMAST-STATUS.
       0812-LOAD-COURSE-MASTER-END.
           EXIT.

       0815-LOAD-REQUESTS-START.
           MOVE 0 TO WS-NB-REQ.
           MOVE 0 TO WS-NB-FORMS.
           OPEN INPUT F-ELECREQ.
           IF NOT F-ELECREQ-STATUS-OK
               MOVE '00' TO F-ELECREQ-STATUS
               GO TO 0815-LOAD-REQUESTS-END
           END-IF.
           PERFORM UNTIL F-ELECREQ-STATUS-EOF
               READ F-ELECREQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REC-F-ELECREQ NOT = SPACES AND
                          WS-NB-REQ < 999
                           ADD 1 TO WS-NB-FORMS
                           PERFORM 0817-STORE-FORM-START
                              THRU 0817-STORE-FORM-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ELECREQ.
           MOVE '00' TO F-ELECREQ-STATUS.
       0815-LOAD-REQUESTS-END.
           EXIT.

      *> A form is refused outright when the student is not known to
      *> the snapshot, is not carried into next term, or already
      *> handed in a form (the first one keyed stands); the refusal
      *> goes on the unplaced list like any other shortfall.
       0817-STORE-FORM-START.
           SET WS-NB-REQ UP BY 1.
           MOVE WS-NB-REQ TO WS-REQ-SEQ(WS-NB-REQ).
           MOVE 999 TO WS-REQ-PRIO(WS-NB-REQ).
           MOVE 0 TO WS-REQ-RANK(WS-NB-REQ).
           MOVE 0 TO WS-REQ-GIVEN(WS-NB-REQ).
           MOVE SPACES TO WS-REQ-NAME(WS-NB-REQ).
           MOVE SPACES TO WS-REQ-REASON(WS-NB-REQ).
           IF R-ERQ-STUDENT IS NUMERIC
               MOVE R-ERQ-STUDENT TO WS-REQ-STUDENT(WS-NB-REQ)
           ELSE
               MOVE 0 TO WS-REQ-STUDENT(WS-NB-REQ)
           END-IF.
           IF R-ERQ-WANTED IS NUMERIC AND R-ERQ-WANTED > 0
               MOVE R-ERQ-WANTED TO WS-REQ-WANTED(WS-NB-REQ)
           ELSE
               MOVE 1 TO WS-REQ-WANTED(WS-NB-REQ)
           END-IF.
           IF WS-REQ-WANTED(WS-NB-REQ) > 5
               MOVE 5 TO WS-REQ-WANTED(WS-NB-REQ)
           END-IF.
           PERFORM VARYING WS-IND-CH FROM 1 BY 1
              UNTIL WS-IND-CH > 5
                   IF R-ERQ-COURSE(WS-IND-CH) IS NUMERIC
                       MOVE R-ERQ-COURSE(WS-IND-CH) TO
                            WS-REQ-COURSE(WS-NB-REQ, WS-IND-CH)
                   ELSE
                       MOVE 0 TO WS-REQ-COURSE(WS-NB-REQ, WS-IND-CH)
                   END-IF
           END-PERFORM.

           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               AT END
                   MOVE 'UNKNOWN STUDENT' TO WS-REQ-REASON(WS-NB-REQ)
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-REQ-STUDENT(WS-NB-REQ)
                   MOVE WS-STUDENT-NAME(IDX-STUDENT) TO
                        WS-REQ-NAME(WS-NB-REQ)
                   MOVE WS-STUDENT-RANK(IDX-STUDENT) TO
                        WS-REQ-RANK(WS-NB-REQ)
                   IF WS-STUDENT-RANK(IDX-STUDENT) > 0
                       MOVE WS-STUDENT-RANK(IDX-STUDENT) TO
                            WS-REQ-PRIO(WS-NB-REQ)
                   END-IF
                   IF WS-STUDENT-STATUS(IDX-STUDENT) NOT = 'PROMU'
                      AND WS-STUDENT-STATUS(IDX-STUDENT)
                          NOT = 'REDOUBLE'
                       MOVE 'NOT ENROLLED NEXT TERM' TO
                            WS-REQ-REASON(WS-NB-REQ)
                   END-IF
           END-SEARCH.
           IF WS-REQ-REASON(WS-NB-REQ) = SPACES AND WS-NB-REQ > 1
               PERFORM VARYING WS-IND-RQ FROM 1 BY 1
                  UNTIL WS-IND-RQ >= WS-NB-REQ
                       IF WS-REQ-STUDENT(WS-IND-RQ) =
                          WS-REQ-STUDENT(WS-NB-REQ)
                           MOVE 'DUPLICATE FORM' TO
                                WS-REQ-REASON(WS-NB-REQ)
                       END-IF
               END-PERFORM
           END-IF.
       0817-STORE-FORM-END.
           EXIT.

      *> Down the student's list until they have the number of
      *> electives they asked for or the list runs out. The reason
      *> kept is the one that turned down the last choice tried.
       0820-ALLOCATE-ONE-START.
           PERFORM VARYING WS-IND-CH FROM 1 BY 1
              UNTIL WS-IND-CH > 5 OR
                    WS-REQ-GIVEN(WS-IND-RQ) >= WS-REQ-WANTED(WS-IND-RQ)
                   MOVE WS-REQ-COURSE(WS-IND-RQ, WS-IND-CH)
                        TO WS-ALC-COURSE
                   IF WS-ALC-COURSE > 0
                       PERFORM 0822-TRY-CHOICE-START
                          THRU 0822-TRY-CHOICE-END
                   END-IF
           END-PERFORM.
           IF WS-REQ-GIVEN(WS-IND-RQ) >= WS-REQ-WANTED(WS-IND-RQ)
               MOVE SPACES TO WS-REQ-REASON(WS-IND-RQ)
               ADD 1 TO WS-NB-FULL-PLACED
           ELSE
               IF WS-REQ-REASON(WS-IND-RQ) = SPACES
                   MOVE 'TOO FEW CHOICES' TO WS-REQ-REASON(WS-IND-RQ)
               END-IF
           END-IF.
       0820-ALLOCATE-ONE-END.
           EXIT.

       0822-TRY-CHOICE-START.
           MOVE 0 TO WS-ALC-ROW.
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES OR WS-ALC-ROW > 0
                   IF WS-COURSE-ID(WS-IND-CO) = WS-ALC-COURSE
                       MOVE WS-IND-CO TO WS-ALC-ROW
                   END-IF
           END-PERFORM.
           IF WS-ALC-ROW = 0
               MOVE 'UNKNOWN COURSE' TO WS-REQ-REASON(WS-IND-RQ)
               GO TO 0822-TRY-CHOICE-END
           END-IF.

      *> Same course twice on one form, or a slot already taken by an
      *> elective this student was just given.
           MOVE 'N' TO WS-ALC-CLASH.
           PERFORM VARYING WS-IND-AL FROM 1 BY 1
              UNTIL WS-IND-AL > WS-NB-ALC
                   IF WS-AL-STUDENT(WS-IND-AL) =
                      WS-REQ-STUDENT(WS-IND-RQ)
                       IF WS-AL-COURSE(WS-IND-AL) = WS-ALC-COURSE
                           GO TO 0822-TRY-CHOICE-END
                       END-IF
                       IF WS-COURSE-SLOT(WS-ALC-ROW) > 0 AND
                          WS-AL-SLOT(WS-IND-AL) =
                          WS-COURSE-SLOT(WS-ALC-ROW)
                           MOVE 'Y' TO WS-ALC-CLASH
                       END-IF
                   END-IF
           END-PERFORM.

      *> A slot the student already sits for one of their regular
      *> courses -- dropped, exempted and transfer-credit rows sit no
      *> exam and do not count.
           IF WS-COURSE-SLOT(WS-ALC-ROW) > 0
               PERFORM VARYING WS-IND-CL FROM 1 BY 1
                  UNTIL WS-IND-CL > WS-NB-RECORDS OR WS-ALC-CLASH = 'Y'
                       IF WS-CLASS-ID1(WS-IND-CL) =
                          WS-REQ-STUDENT(WS-IND-RQ) AND
                          NOT WS-CLASS-DROPPED(WS-IND-CL) AND
                          NOT WS-CLASS-EXEMPT(WS-IND-CL) AND
                          NOT WS-CLASS-TRANSFER(WS-IND-CL)
                           PERFORM VARYING WS-IND-CR FROM 1 BY 1
                              UNTIL WS-IND-CR > WS-NB-COURSES
                                   IF WS-COURSE-ID(WS-IND-CR) =
                                      WS-CLASS-ID2(WS-IND-CL) AND
                                      NOT WS-COURSE-IS-OPTION(WS-IND-CR)
                                      AND WS-COURSE-SLOT(WS-IND-CR) =
                                      WS-COURSE-SLOT(WS-ALC-ROW)
                                       MOVE 'Y' TO WS-ALC-CLASH
                                   END-IF
                           END-PERFORM
                       END-IF
               END-PERFORM
           END-IF.

           IF WS-COURSE-PREREQ(WS-ALC-ROW) > 0
               MOVE 'N' TO WS-STU-PASSED
               PERFORM VARYING WS-IND-PA FROM 1 BY 1
                  UNTIL WS-IND-PA > WS-NB-PASSED
                       IF WS-PAS-STUDENT(WS-IND-PA) =
                          WS-REQ-STUDENT(WS-IND-RQ)
                           MOVE 'M' TO WS-EQV-ACTION
                           MOVE WS-PAS-COURSE(WS-IND-PA) TO
                                WS-EQV-PASSED
                           MOVE WS-COURSE-PREREQ(WS-ALC-ROW) TO
                                WS-EQV-TARGET
                           CALL 'course-equiv'
                           IF WS-EQV-IS-MET
                               MOVE 'Y' TO WS-STU-PASSED
                           END-IF
                       END-IF
               END-PERFORM
               IF WS-STU-PASSED = 'N'
                   MOVE 'PREREQUISITE NOT MET' TO
                        WS-REQ-REASON(WS-IND-RQ)
                   GO TO 0822-TRY-CHOICE-END
               END-IF
           END-IF.
           IF WS-ALC-CLASH = 'Y'
               MOVE 'EXAM SLOT CLASH' TO WS-REQ-REASON(WS-IND-RQ)
               GO TO 0822-TRY-CHOICE-END
           END-IF.
           IF WS-COURSE-CAPACITY(WS-ALC-ROW) > 0 AND
              WS-COURSE-ENROLLED(WS-ALC-ROW) >=
              WS-COURSE-CAPACITY(WS-ALC-ROW)
               MOVE 'COURSE FULL' TO WS-REQ-REASON(WS-IND-RQ)
               GO TO 0822-TRY-CHOICE-END
           END-IF.
           IF WS-NB-ALC >= 5000
               MOVE 'ALLOCATION TABLE FULL' TO WS-REQ-REASON(WS-IND-RQ)
               GO TO 0822-TRY-CHOICE-END
           END-IF.

           ADD 1 TO WS-COURSE-ENROLLED(WS-ALC-ROW).
           ADD 1 TO WS-REQ-GIVEN(WS-IND-RQ).
           ADD 1 TO WS-NB-SEATS.
           IF WS-IND-CH = 1
               ADD 1 TO WS-NB-FIRST
           END-IF.
           SET WS-NB-ALC UP BY 1.
           MOVE WS-ALC-COURSE TO WS-AL-COURSE(WS-NB-ALC).
           MOVE WS-NB-ALC TO WS-AL-SEQ(WS-NB-ALC).
           MOVE WS-REQ-STUDENT(WS-IND-RQ) TO WS-AL-STUDENT(WS-NB-ALC).
           MOVE WS-REQ-NAME(WS-IND-RQ) TO WS-AL-NAME(WS-NB-ALC).
           MOVE WS-REQ-RANK(WS-IND-RQ) TO WS-AL-RANK(WS-NB-ALC).
           MOVE WS-IND-CH TO WS-AL-PREF(WS-NB-ALC).
           MOVE WS-COURSE-SLOT(WS-ALC-ROW) TO WS-AL-SLOT(WS-NB-ALC).
       0822-TRY-CHOICE-END.
           EXIT.

      *> By course, students in the order they were seated; every
      *> seat also goes out as an elective enrollment row.
       0830-WRITE-ALLOCATION-START.
           MOVE WS-SNAP-TERM TO WS-ALH-TERM.
           MOVE SPACES TO REC-F-ELECALC.
           MOVE WS-ALC-HEADER TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.
           MOVE SPACES TO REC-F-ELECALC.
           MOVE WS-ALC-RULE TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.

           MOVE 0 TO WS-ALC-LAST-CRS.
           PERFORM VARYING WS-IND-AL FROM 1 BY 1
              UNTIL WS-IND-AL > WS-NB-ALC
                   IF WS-AL-COURSE(WS-IND-AL) NOT = WS-ALC-LAST-CRS
                       MOVE WS-AL-COURSE(WS-IND-AL) TO WS-ALC-LAST-CRS
                       PERFORM 0832-WRITE-COURSE-LINE-START
                          THRU 0832-WRITE-COURSE-LINE-END
                   END-IF
                   MOVE WS-AL-STUDENT(WS-IND-AL) TO WS-ALS-ID
                   MOVE WS-AL-NAME(WS-IND-AL) TO WS-ALS-NAME
                   MOVE WS-AL-RANK(WS-IND-AL) TO WS-ALS-RANK
                   MOVE WS-AL-PREF(WS-IND-AL) TO WS-ALS-PREF
                   MOVE SPACES TO REC-F-ELECALC
                   MOVE WS-ALC-STUDENT-LINE TO REC-F-ELECALC
                   WRITE REC-F-ELECALC

                   MOVE SPACES TO REC-F-ELECENR
                   MOVE WS-AL-STUDENT(WS-IND-AL) TO R-ELE-STUDENT
                   MOVE WS-AL-COURSE(WS-IND-AL) TO R-ELE-COURSE
                   MOVE WS-AL-PREF(WS-IND-AL) TO R-ELE-PREF
                   MOVE WS-AL-NAME(WS-IND-AL) TO R-ELE-NAME
                   MOVE WS-SNAP-TERM TO R-ELE-TERM
                   WRITE REC-F-ELECENR
           END-PERFORM.

           MOVE SPACES TO REC-F-ELECALC.
           MOVE WS-ALC-RULE TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.
           MOVE 'FORMS READ            : ' TO WS-ALT-LABEL.
           MOVE WS-NB-FORMS TO WS-ALT-VALUE.
           PERFORM 0838-WRITE-TOTAL-START THRU 0838-WRITE-TOTAL-END.
           MOVE 'SEATS GIVEN           : ' TO WS-ALT-LABEL.
           MOVE WS-NB-SEATS TO WS-ALT-VALUE.
           PERFORM 0838-WRITE-TOTAL-START THRU 0838-WRITE-TOTAL-END.
           MOVE 'FIRST CHOICES GIVEN   : ' TO WS-ALT-LABEL.
           MOVE WS-NB-FIRST TO WS-ALT-VALUE.
           PERFORM 0838-WRITE-TOTAL-START THRU 0838-WRITE-TOTAL-END.
           MOVE 'STUDENTS FULLY PLACED : ' TO WS-ALT-LABEL.
           MOVE WS-NB-FULL-PLACED TO WS-ALT-VALUE.
           PERFORM 0838-WRITE-TOTAL-START THRU 0838-WRITE-TOTAL-END.
           MOVE 'STUDENTS LEFT SHORT   : ' TO WS-ALT-LABEL.
           MOVE WS-NB-UNPLACED TO WS-ALT-VALUE.
           PERFORM 0838-WRITE-TOTAL-START THRU 0838-WRITE-TOTAL-END.
       0830-WRITE-ALLOCATION-END.
           EXIT.

       0832-WRITE-COURSE-LINE-START.
           MOVE WS-ALC-LAST-CRS TO WS-ALN-ID.
           MOVE SPACES TO WS-ALN-NAME.
           MOVE 0 TO WS-ALN-SLOT.
           MOVE 0 TO WS-ALN-CAP.
           MOVE 0 TO WS-ALN-SEATED.
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   IF WS-COURSE-ID(WS-IND-CO) = WS-ALC-LAST-CRS
                       MOVE WS-COURSE-NAME(WS-IND-CO) TO WS-ALN-NAME
                       MOVE WS-COURSE-SLOT(WS-IND-CO) TO WS-ALN-SLOT
                       MOVE WS-COURSE-CAPACITY(WS-IND-CO) TO WS-ALN-CAP
                       MOVE WS-COURSE-ENROLLED(WS-IND-CO) TO
                            WS-ALN-SEATED
                   END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.
           MOVE SPACES TO REC-F-ELECALC.
           MOVE WS-ALC-COURSE-LINE TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.
       0832-WRITE-COURSE-LINE-END.
           EXIT.

      *> Everyone given fewer electives than they asked for, in
      *> seating order, with what turned their last choice down --
      *> the office places them by hand.
       0835-WRITE-UNPLACED-START.
           MOVE SPACES TO REC-F-ELECUNP.
           MOVE 'ELECTIVES -- STUDENTS LEFT SHORT' TO REC-F-ELECUNP.
           WRITE REC-F-ELECUNP.
           MOVE SPACES TO REC-F-ELECUNP.
           MOVE WS-ALC-RULE TO REC-F-ELECUNP.
           WRITE REC-F-ELECUNP.
           MOVE 0 TO WS-NB-UNPLACED.
           PERFORM VARYING WS-IND-RQ FROM 1 BY 1
              UNTIL WS-IND-RQ > WS-NB-REQ
                   IF WS-REQ-REASON(WS-IND-RQ) NOT = SPACES
                       ADD 1 TO WS-NB-UNPLACED
                       MOVE WS-REQ-STUDENT(WS-IND-RQ) TO WS-UNL-ID
                       MOVE WS-REQ-NAME(WS-IND-RQ) TO WS-UNL-NAME
                       MOVE WS-REQ-RANK(WS-IND-RQ) TO WS-UNL-RANK
                       MOVE WS-REQ-GIVEN(WS-IND-RQ) TO WS-UNL-GIVEN
                       MOVE WS-REQ-WANTED(WS-IND-RQ) TO WS-UNL-WANTED
                       MOVE WS-REQ-REASON(WS-IND-RQ) TO WS-UNL-REASON
                       MOVE SPACES TO REC-F-ELECUNP
                       MOVE WS-UNP-LINE TO REC-F-ELECUNP
                       WRITE REC-F-ELECUNP
                   END-IF
           END-PERFORM.
           IF WS-NB-UNPLACED = 0
               MOVE SPACES TO REC-F-ELECUNP
               MOVE '  NONE' TO REC-F-ELECUNP
               WRITE REC-F-ELECUNP
           END-IF.
       0835-WRITE-UNPLACED-END.
           EXIT.

       0838-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-ELECALC.
           MOVE WS-ALC-TOTAL-LINE TO REC-F-ELECALC.
           WRITE REC-F-ELECALC.
       0838-WRITE-TOTAL-END.
           EXIT.

      *> No forms this term: both listings still go out, headed and
      *> empty, so the office is not left reading last term's.
       0839-WRITE-EMPTY-START.
           OPEN OUTPUT F-ELECALC.
           IF NOT F-ELECALC-STATUS-OK
               DISPLAY 'ELEC-ALLOC: UNABLE TO OPEN' SPACE
                       WS-FILE-ELECALC-NAME ', STATUS' SPACE
                       F-ELECALC-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0839-WRITE-EMPTY-END
           END-IF.
           PERFORM 0830-WRITE-ALLOCATION-START
              THRU 0830-WRITE-ALLOCATION-END.
           CLOSE F-ELECALC.
           OPEN OUTPUT F-ELECUNP.
           IF NOT F-ELECUNP-STATUS-OK
               DISPLAY 'ELEC-ALLOC: UNABLE TO OPEN' SPACE
                       WS-FILE-ELECUNP-NAME ', STATUS' SPACE
                       F-ELECUNP-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0839-WRITE-EMPTY-END
           END-IF.
           PERFORM 0835-WRITE-UNPLACED-START
              THRU 0835-WRITE-UNPLACED-END.
           CLOSE F-ELECUNP.
       0839-WRITE-EMPTY-END.
           EXIT.
