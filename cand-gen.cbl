       IDENTIFICATION DIVISION.
       PROGRAM-ID. cand-gen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selcdk.
           COPY selcdl.

       DATA DIVISION.
       FILE SECTION.
           COPY fdcdk.
           COPY fdcdl.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-CDG-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-CDG-SLOT        PIC 99      VALUE 0.
       01  WS-CDG-COURSE-ROW  PIC 999     VALUE 0.
       01  WS-CDG-ROW         PIC 9(4)    VALUE 0.
       01  WS-CDG-FOUND       PIC X       VALUE 'N'.
       01  WS-CDG-LAST-COURSE PIC 999     VALUE 0.
       01  WS-CDG-LAST-SLOT   PIC 99      VALUE 0.
      *> 'Y' once the whole key is on file; without it no list goes
      *> out, or those scripts could never be matched back.
       01  WS-CDG-KEY-OK      PIC X       VALUE 'N'.
      *> 'Y' while this run holds the MASTERS lock.
       01  WS-CDG-LOCK-HELD   PIC X       VALUE 'N'.

      *> Park-Miller minimal standard generator, seeded from the
      *> clock: seed = seed * 16807 mod (2**31 - 1). A candidate
      *> number is 100000 plus the seed mod 900000, drawn again until
      *> it is not already issued this term.
       01  WS-RND-TIME        PIC 9(8)    VALUE 0.
       01  WS-RND-SEED        PIC 9(10)   VALUE 0.
       01  WS-RND-PRODUCT     PIC 9(16)   VALUE 0.
       01  WS-RND-QUOTIENT    PIC 9(16)   VALUE 0.
       01  WS-RND-NUMBER      PIC 9(6)    VALUE 0.
       01  WS-RND-REST        PIC 9(6)    VALUE 0.

      *> Numbers issued this run: one per student per exam slot.
       01  WS-NB-ISS          PIC 9(4)    VALUE 0.
       01  WS-ISS-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-ISS
                              INDEXED BY IDX-ISS.
           03 WS-ISS-CAND     PIC 9(6).
           03 WS-ISS-STUDENT  PIC 999.
           03 WS-ISS-SLOT     PIC 99.

      *> One row per paper to be marked (course and candidate),
      *> sorted into the per-exam lists.
       01  WS-NB-LST          PIC 9(4)    VALUE 0.
       01  WS-LST-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-LST
                              INDEXED BY IDX-LST.
           03 WS-LST-SLOT     PIC 99.
           03 WS-LST-COURSE   PIC 999.
           03 WS-LST-CAND     PIC 9(6).

       01  WS-CDL-HEADER.
           03 FILLER          PIC X(35)  VALUE
              'EXAM CANDIDATE LISTS --            '.
           03 WS-CDL-TERM     PIC X(10).

       01  WS-CDL-EXAM-LINE.
           03 FILLER          PIC X(5)   VALUE 'SLOT '.
           03 WS-CDE-SLOT     PIC Z9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-CDE-COURSE   PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-CDE-NAME     PIC X(21).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-CDE-TEACHER  PIC X(13).

       01  WS-CDL-CAND-LINE.
           03 FILLER          PIC X(14)  VALUE '    CANDIDATE '.
           03 WS-CDC-CAND     PIC 9(6).
           03 FILLER          PIC X(17)  VALUE ' | MARK ________'.

       01  WS-CDL-COUNT-LINE.
           03 FILLER          PIC X(20)  VALUE 'NUMBERS ISSUED    : '.
           03 WS-CDN-ISSUED   PIC ZZZ9.
           03 FILLER          PIC X(16)  VALUE '   PAPERS     : '.
           03 WS-CDN-PAPERS   PIC ZZZ9.

      *> Anonymous marking, before the exams: every student sitting a
      *> timetabled exam gets a random candidate number per slot
      *> (dropped rows excused, as on the exam roll). The key linking
      *> numbers to students goes to the exam office only; the lists
      *> that go out with the papers carry numbers and nothing else,
      *> and the marks come back as '05' components keyed by the
      *> number. A key already issued for the term is never
      *> silently replaced -- the numbers are on the students'
      *> slips by then -- so a rerun with the CANDGEN card refuses
      *> until the office removes the old key on purpose.
       PROCEDURE DIVISION.
       6700-CAND-GEN-START.
           MOVE 'N' TO WS-CDG-LOCK-HELD.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'CANDGEN'  TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'CAND-GEN: A CONFLICTING JOB HOLDS THE MASTERS'
                       SPACE '-- NO NUMBER ISSUED'
               GO TO 6700-CAND-GEN-END
           END-IF.
           MOVE 'Y' TO WS-CDG-LOCK-HELD.

           MOVE '00' TO F-CANDKEY-STATUS.
           OPEN INPUT F-CANDKEY.
           IF F-CANDKEY-STATUS-OK
               READ F-CANDKEY
                   AT END
                       MOVE SPACES TO R-CDK-TERM
               END-READ
               CLOSE F-CANDKEY
               IF R-CDK-TERM = WS-TERM AND WS-TERM NOT = SPACES
                   DISPLAY 'CAND-GEN: CANDIDATE NUMBERS ALREADY ISSUED'
                           SPACE 'FOR' SPACE WS-TERM SPACE 'IN'
                           SPACE WS-FILE-CANDKEY-NAME
                   DISPLAY 'CAND-GEN: KEY KEPT, NOTHING REISSUED'
                   MOVE '00' TO F-CANDKEY-STATUS
                   GO TO 6700-CAND-GEN-END
               END-IF
           END-IF.
           MOVE '00' TO F-CANDKEY-STATUS.

           ACCEPT WS-RND-TIME FROM TIME.
           COMPUTE WS-RND-SEED = WS-RND-TIME + WS-RUN-DATE.
           IF WS-RND-SEED = 0
               MOVE 1 TO WS-RND-SEED
           END-IF.

           MOVE 0 TO WS-NB-ISS.
           MOVE 0 TO WS-NB-LST.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF NOT WS-CLASS-DROPPED(WS-IND-CL)
                       PERFORM 6710-ISSUE-NUMBER-START
                          THRU 6710-ISSUE-NUMBER-END
                   END-IF
           END-PERFORM.
           IF WS-NB-ISS = 0
               DISPLAY 'CAND-GEN: NO TIMETABLED EXAM, NO NUMBER ISSUED'
               GO TO 6700-CAND-GEN-END
           END-IF.

           PERFORM 6720-WRITE-KEY-START THRU 6720-WRITE-KEY-END.
           IF WS-CDG-KEY-OK NOT = 'Y'
               DISPLAY 'CAND-GEN: NO KEY ON FILE -- CANDIDATE LISTS'
                       SPACE 'NOT WRITTEN'
               GO TO 6700-CAND-GEN-END
           END-IF.
           PERFORM 6730-WRITE-LISTS-START THRU 6730-WRITE-LISTS-END.

           DISPLAY 'CANDIDATE NUMBERS :' SPACE WS-CDN-ISSUED SPACE
                   '(KEY' SPACE WS-FILE-CANDKEY-NAME ')'.
       6700-CAND-GEN-END.
           IF WS-CDG-LOCK-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'MASTERS'  TO WS-LOCK-NAME
               MOVE 'CANDGEN'  TO WS-LOCK-JOB
               CALL 'run-lock'
               MOVE 'N' TO WS-CDG-LOCK-HELD
           END-IF.
           GOBACK.

      *> The student's number for the slot is drawn the first time
      *> one of their papers in that slot is met; every paper then
      *> joins the list for its course.
       6710-ISSUE-NUMBER-START.
           MOVE 0 TO WS-CDG-SLOT.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) =
                    WS-CLASS-ID2(WS-IND-CL)
                   MOVE WS-COURSE-SLOT(IDX-COURSE) TO WS-CDG-SLOT
           END-SEARCH.
           IF WS-CDG-SLOT = 0
               GO TO 6710-ISSUE-NUMBER-END
           END-IF.

           MOVE 'N' TO WS-CDG-FOUND.
           IF WS-NB-ISS > 0
               SET IDX-ISS TO 1
               SEARCH WS-ISS-TAB
                   WHEN WS-ISS-STUDENT(IDX-ISS) =
                        WS-CLASS-ID1(WS-IND-CL) AND
                        WS-ISS-SLOT(IDX-ISS) = WS-CDG-SLOT
                       MOVE 'Y' TO WS-CDG-FOUND
                       MOVE WS-ISS-CAND(IDX-ISS) TO WS-RND-NUMBER
               END-SEARCH
           END-IF.
           IF WS-CDG-FOUND = 'N'
               IF WS-NB-ISS >= 9999
                   GO TO 6710-ISSUE-NUMBER-END
               END-IF
               PERFORM 6715-DRAW-NUMBER-START
                  THRU 6715-DRAW-NUMBER-END
               ADD 1 TO WS-NB-ISS
               MOVE WS-RND-NUMBER TO WS-ISS-CAND(WS-NB-ISS)
               MOVE WS-CLASS-ID1(WS-IND-CL) TO WS-ISS-STUDENT(WS-NB-ISS)
               MOVE WS-CDG-SLOT TO WS-ISS-SLOT(WS-NB-ISS)
           END-IF.

           IF WS-NB-LST < 9999
               ADD 1 TO WS-NB-LST
               MOVE WS-CDG-SLOT TO WS-LST-SLOT(WS-NB-LST)
               MOVE WS-CLASS-ID2(WS-IND-CL) TO WS-LST-COURSE(WS-NB-LST)
               MOVE WS-RND-NUMBER TO WS-LST-CAND(WS-NB-LST)
           END-IF.
       6710-ISSUE-NUMBER-END.
           EXIT.

       6715-DRAW-NUMBER-START.
           MOVE 'Y' TO WS-CDG-FOUND.
           PERFORM UNTIL WS-CDG-FOUND = 'N'
               COMPUTE WS-RND-PRODUCT = WS-RND-SEED * 16807
               DIVIDE WS-RND-PRODUCT BY 2147483647
                   GIVING WS-RND-QUOTIENT REMAINDER WS-RND-SEED
               DIVIDE WS-RND-SEED BY 900000
                   GIVING WS-RND-QUOTIENT REMAINDER WS-RND-REST
               COMPUTE WS-RND-NUMBER = 100000 + WS-RND-REST
               MOVE 'N' TO WS-CDG-FOUND
               IF WS-NB-ISS > 0
                   SET IDX-ISS TO 1
                   SEARCH WS-ISS-TAB
                       WHEN WS-ISS-CAND(IDX-ISS) = WS-RND-NUMBER
                           MOVE 'Y' TO WS-CDG-FOUND
                   END-SEARCH
               END-IF
           END-PERFORM.
       6715-DRAW-NUMBER-END.
           EXIT.

       6720-WRITE-KEY-START.
           MOVE 'N' TO WS-CDG-KEY-OK.
           MOVE '00' TO F-CANDKEY-STATUS.
           OPEN OUTPUT F-CANDKEY.
           IF NOT F-CANDKEY-STATUS-OK
               DISPLAY 'CAND-GEN: UNABLE TO OPEN KEY, STATUS'
                       SPACE F-CANDKEY-STATUS
               MOVE '00' TO F-CANDKEY-STATUS
               GO TO 6720-WRITE-KEY-END
           END-IF.
           MOVE 'Y' TO WS-CDG-KEY-OK.
           PERFORM VARYING WS-CDG-ROW FROM 1 BY 1
              UNTIL WS-CDG-ROW > WS-NB-ISS
                   MOVE SPACES TO REC-F-CANDKEY
                   MOVE WS-ISS-CAND(WS-CDG-ROW)    TO R-CDK-CAND
                   MOVE WS-ISS-STUDENT(WS-CDG-ROW) TO R-CDK-STUDENT
                   MOVE WS-ISS-SLOT(WS-CDG-ROW)    TO R-CDK-SLOT
                   MOVE WS-TERM                    TO R-CDK-TERM
                   SET IDX-STUDENT TO 1
                   SEARCH WS-STUDENT-TAB
                       WHEN WS-STUDENT-ID(IDX-STUDENT) =
                            WS-ISS-STUDENT(WS-CDG-ROW)
                           MOVE WS-STUDENT-NAME(IDX-STUDENT)
                               TO R-CDK-NAME
                   END-SEARCH
                   WRITE REC-F-CANDKEY
                   IF NOT F-CANDKEY-STATUS-OK
                       DISPLAY 'CAND-GEN: KEY WRITE FAILED, STATUS'
                               SPACE F-CANDKEY-STATUS
                       MOVE '00' TO F-CANDKEY-STATUS
                       MOVE 'N' TO WS-CDG-KEY-OK
                   END-IF
           END-PERFORM.
           CLOSE F-CANDKEY.
           MOVE WS-NB-ISS TO WS-CDN-ISSUED.
       6720-WRITE-KEY-END.
           EXIT.

      *> Per exam, in slot then course order, the candidate numbers
      *> in ascending order -- the marker's sheet for the scripts.
       6730-WRITE-LISTS-START.
           MOVE '00' TO F-CANDLIST-STATUS.
           OPEN OUTPUT F-CANDLIST.
           IF NOT F-CANDLIST-STATUS-OK
               DISPLAY 'CAND-GEN: UNABLE TO OPEN CANDIDATE LISTS,'
                       SPACE 'STATUS' SPACE F-CANDLIST-STATUS
               GO TO 6730-WRITE-LISTS-END
           END-IF.

           SORT WS-LST-TAB
               ON ASCENDING KEY WS-LST-SLOT
               ON ASCENDING KEY WS-LST-COURSE
               ON ASCENDING KEY WS-LST-CAND.

           MOVE WS-TERM TO WS-CDL-TERM.
           MOVE SPACES TO REC-F-CANDLIST.
           MOVE WS-CDL-HEADER TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.
           MOVE SPACES TO REC-F-CANDLIST.
           MOVE WS-CDG-RULE TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.

           MOVE 0 TO WS-CDG-LAST-COURSE.
           MOVE 0 TO WS-CDG-LAST-SLOT.
           PERFORM VARYING WS-CDG-ROW FROM 1 BY 1
              UNTIL WS-CDG-ROW > WS-NB-LST
                   IF WS-LST-COURSE(WS-CDG-ROW) NOT = WS-CDG-LAST-COURSE
                      OR WS-LST-SLOT(WS-CDG-ROW) NOT = WS-CDG-LAST-SLOT
                       PERFORM 6735-WRITE-EXAM-START
                          THRU 6735-WRITE-EXAM-END
                   END-IF
                   MOVE WS-LST-CAND(WS-CDG-ROW) TO WS-CDC-CAND
                   MOVE SPACES TO REC-F-CANDLIST
                   MOVE WS-CDL-CAND-LINE TO REC-F-CANDLIST
                   WRITE REC-F-CANDLIST
           END-PERFORM.

           MOVE SPACES TO REC-F-CANDLIST.
           MOVE WS-CDG-RULE TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.
           MOVE WS-NB-LST TO WS-CDN-PAPERS.
           MOVE SPACES TO REC-F-CANDLIST.
           MOVE WS-CDL-COUNT-LINE TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.
           CLOSE F-CANDLIST.
       6730-WRITE-LISTS-END.
           EXIT.

       6735-WRITE-EXAM-START.
           MOVE WS-LST-COURSE(WS-CDG-ROW) TO WS-CDG-LAST-COURSE.
           MOVE WS-LST-SLOT(WS-CDG-ROW) TO WS-CDG-LAST-SLOT.
           MOVE WS-CDG-LAST-SLOT TO WS-CDE-SLOT.
           MOVE WS-CDG-LAST-COURSE TO WS-CDE-COURSE.
           MOVE SPACES TO WS-CDE-NAME.
           MOVE SPACES TO WS-CDE-TEACHER.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-CDG-LAST-COURSE
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-CDE-NAME
                   MOVE WS-COURSE-TEACHER(IDX-COURSE) TO WS-CDE-TEACHER
           END-SEARCH.
           MOVE SPACES TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.
           MOVE SPACES TO REC-F-CANDLIST.
           MOVE WS-CDL-EXAM-LINE TO REC-F-CANDLIST.
           WRITE REC-F-CANDLIST.
       6735-WRITE-EXAM-END.
           EXIT.
