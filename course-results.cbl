       IDENTIFICATION DIVISION.
       PROGRAM-ID. course-results.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selcrr.

       DATA DIVISION.
       FILE SECTION.
           COPY fdcrr.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-STORE-DONE           PIC X     VALUE 'N'.
       01  WS-STUDENT-VOID         PIC X     VALUE 'A'.
       01  WS-STUDENT-TRACK-CUR    PIC X(3)  VALUE SPACES.
       01  WS-NB-POSTED            PIC 9(5)  VALUE 0.
       01  WS-NB-STALE             PIC 9(5)  VALUE 0.

      *> Posts every WS-CLASS-TAB pair of the run to the indexed
      *> per-course results store: the mark, its status code, the
      *> origin, the session-1 mark of a retake and the coefficient
      *> of the student's track, keyed on student + course + term.
      *> The term-average store (gpa-history.cbl) and the pass history
      *> (course-pass.cbl) only keep the outcome; this store keeps
      *> the row itself, so the registrar can answer "what did this
      *> student get in that course" years on without unsealing an
      *> archive.
      *> A rerun of the term (RECYCLE, MAKEUP, a supervised
      *> OVERRIDE amendment or a FORCEd repost) REWRITEs by key, and
      *> any row of this term whose pair is no longer in the class
      *> table (a row corrected away, a student purged from the
      *> extract) is deleted first -- the store always shows the
      *> term exactly as last posted.
       PROCEDURE DIVISION.
       6270-COURSE-RESULTS-START.
           MOVE 0 TO WS-NB-POSTED.
           MOVE 0 TO WS-NB-STALE.
           MOVE '00' TO F-CRSRES-STATUS.
           OPEN I-O F-CRSRES.
           IF F-CRSRES-STATUS-NOFILE
      *> First posting ever: create the store empty, then reopen it
      *> for keyed update -- same dance gpa-history.cbl does.
               MOVE '00' TO F-CRSRES-STATUS
               OPEN OUTPUT F-CRSRES
               CLOSE F-CRSRES
               MOVE '00' TO F-CRSRES-STATUS
               OPEN I-O F-CRSRES
           END-IF.
           IF NOT F-CRSRES-STATUS-OK
               DISPLAY 'COURSE-RESULTS: RESULTS STORE UNAVAILABLE,'
                       SPACE 'STATUS' SPACE F-CRSRES-STATUS SPACE
                       '-- COURSE ROWS NOT POSTED'
               MOVE '00' TO F-CRSRES-STATUS
               GO TO 6270-COURSE-RESULTS-END
           END-IF.

           PERFORM 6275-CLEAR-STALE-START
              THRU 6275-CLEAR-STALE-END.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   PERFORM 6280-POST-ONE-ROW-START
                      THRU 6280-POST-ONE-ROW-END
           END-PERFORM.

           CLOSE F-CRSRES.
           MOVE '00' TO F-CRSRES-STATUS.
           DISPLAY 'COURSE RESULTS POSTED :' SPACE WS-NB-POSTED
                   SPACE '(STALE ROWS REMOVED' SPACE WS-NB-STALE ')'.
       6270-COURSE-RESULTS-END.
           GOBACK.

      *> Browse the whole store; a row of this term whose pair is
      *> not in WS-CLASS-TAB any more is superseded and goes, whether
      *> or not its student is still in the extract. The key leads
      *> with the student, so the term's rows are spread through the
      *> store and cannot be reached by one START on the term.
       6275-CLEAR-STALE-START.
           MOVE 0 TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   GO TO 6275-CLEAR-STALE-END
           END-START.
           MOVE 'N' TO WS-STORE-DONE.
           PERFORM UNTIL WS-STORE-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STORE-DONE
                   NOT AT END
                       IF R-CRR-TERM = WS-TERM
                           MOVE R-CRR-STUDENT TO WS-CIX-KEY1
                           MOVE R-CRR-COURSE  TO WS-CIX-KEY2
                           CALL 'class-index'
                           IF WS-CIX-CLASS-ROW = 0
                               PERFORM 6278-DELETE-STALE-START
                                  THRU 6278-DELETE-STALE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.
       6275-CLEAR-STALE-END.
           EXIT.

       6278-DELETE-STALE-START.
           DELETE F-CRSRES.
           IF F-CRSRES-STATUS-OK
               ADD 1 TO WS-NB-STALE
           ELSE
               DISPLAY 'COURSE-RESULTS: STALE ROW' SPACE
                       R-CRR-STUDENT SPACE R-CRR-COURSE SPACE
                       R-CRR-TERM SPACE 'NOT DELETED, STATUS'
                       SPACE F-CRSRES-STATUS
               MOVE '00' TO F-CRSRES-STATUS
           END-IF.
       6278-DELETE-STALE-END.
           EXIT.

      *> A withdrawn student's rows go on pre-voided, the same rule
      *> gpa-history.cbl applies to the term average: the frozen
      *> marks are evidence, not results.
       6280-POST-ONE-ROW-START.
           MOVE 'A' TO WS-STUDENT-VOID.
           MOVE SPACES TO WS-STUDENT-TRACK-CUR.
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-CLASS-ID1(WS-IND-CL)
                   MOVE WS-STUDENT-TRACK(IDX-STUDENT)
                     TO WS-STUDENT-TRACK-CUR
                   IF WS-STUDENT-IS-WITHDRAWN(IDX-STUDENT)
                       MOVE 'V' TO WS-STUDENT-VOID
                   END-IF
           END-SEARCH.

           MOVE SPACES TO REC-F-CRSRES.
           MOVE WS-CLASS-ID1(WS-IND-CL)   TO R-CRR-STUDENT.
           MOVE WS-CLASS-ID2(WS-IND-CL)   TO R-CRR-COURSE.
           MOVE WS-TERM                   TO R-CRR-TERM.
           MOVE 0 TO R-CRR-COEF.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-CLASS-ID2(WS-IND-CL)
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO R-CRR-NAME
      *> The coefficient the student's own track carries -- the one
      *> calc-avg.cbl weighted the average with.
                   MOVE WS-COURSE-ID(IDX-COURSE) TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK-CUR TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE WS-TKC-COEF TO R-CRR-COEF
           END-SEARCH.
           MOVE WS-CLASS-GRADE(WS-IND-CL)     TO R-CRR-GRADE.
           MOVE WS-CLASS-STATUS(WS-IND-CL)    TO R-CRR-STATUS.
           MOVE WS-CLASS-ORIGIN(WS-IND-CL)    TO R-CRR-ORIGIN.
           MOVE WS-CLASS-RETAKEN(WS-IND-CL)   TO R-CRR-RETAKEN.
           MOVE WS-CLASS-S1-GRADE(WS-IND-CL)  TO R-CRR-S1-GRADE.
           MOVE WS-CLASS-DROP-DATE(WS-IND-CL) TO R-CRR-DROP-DATE.
           MOVE WS-RUN-DATE                   TO R-CRR-POST-DATE.
           MOVE WS-STUDENT-VOID               TO R-CRR-VOID.
           WRITE REC-F-CRSRES
               INVALID KEY
                   REWRITE REC-F-CRSRES
           END-WRITE.
           IF NOT F-CRSRES-STATUS-OK
               DISPLAY 'COURSE-RESULTS: ROW' SPACE
                       R-CRR-STUDENT SPACE R-CRR-COURSE SPACE
                       R-CRR-TERM SPACE 'NOT POSTED, STATUS'
                       SPACE F-CRSRES-STATUS
               MOVE '00' TO F-CRSRES-STATUS
               GO TO 6280-POST-ONE-ROW-END
           END-IF.
           ADD 1 TO WS-NB-POSTED.
       6280-POST-ONE-ROW-END.
           EXIT.
