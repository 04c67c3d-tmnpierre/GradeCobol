                             INDEXED BY IDX-PASS.
           03 WS-PAS-STUDENT PIC 999.
           03 WS-PAS-COURSE  PIC 999.
           03 WS-PAS-NEXT    PIC 9(4).
      *> First and last pass row of each student (subscript = ID + 1)
      *> -- the prerequisite check walks one student's passes, not
      *> the whole history.
       01  WS-PAS-CHAINS.
           03 WS-PAS-ID      OCCURS 1000.
              05 WS-PAS-HEAD PIC 9(4).
              05 WS-PAS-TAIL PIC 9(4).
       01  WS-PAS-SUB        PIC 9(4) VALUE 0.
       01  WS-PAS-ROW        PIC 9(4) VALUE 0.

      *> Req 034: reject a grade record before it ever reaches
      *> WS-CLASS-TAB if its WS-CLASS-ID1/WS-CLASS-ID2 don't resolve to
      *> Prerequisite enforcement: an enrollment in a course that
      *> declares a prerequisite is rejected unless the student
      *> passed that course in a prior term (per F-PASSED) -- caught
      *> here at load, not by a teacher noticing a name mid-term. A
      *> pass of a course the prerequisite has since succeeded (per
      *> course-equiv.cbl) counts as a pass of the prerequisite.
           MOVE 'Y' TO WS-PREREQ-OK.
           IF WS-REF-COURSE-OK = 'Y' AND WS-CRS-PREREQ > 0
               PERFORM 5044-CHECK-PREREQ-START
       5048-STORE-CLASS-START.
           MOVE 0 TO WS-UPD-ROW.
           IF WS-IS-RECYCLE-RUN
               MOVE WS-CIX-CLASS-ROW TO WS-UPD-ROW
           END-IF.

      *> Over-capacity overflow: once the course's seats are gone,
           ADD 1 TO WS-NB-ACCEPTED.
      *> Req 025: track room-capacity enrollment per course as class
      *> records come in.
           IF WS-CIX-COURSE-ROW > 0
               ADD 1 TO WS-COURSE-ENROLLED(WS-CIX-COURSE-ROW)
           END-IF.
       5048-STORE-CLASS-END.
           EXIT.

       5049-CHECK-CAPACITY-START.
           MOVE 'N' TO WS-WAITLISTED.
           IF WS-CIX-COURSE-ROW > 0
               SET IDX-COURSE TO WS-CIX-COURSE-ROW
               IF WS-COURSE-CAPACITY(IDX-COURSE) > 0 AND
                  WS-COURSE-ENROLLED(IDX-COURSE) >=
                  WS-COURSE-CAPACITY(IDX-COURSE) AND
                  WS-NB-WAITS < 999
                   MOVE 'Y' TO WS-WAITLISTED
               END-IF
           END-IF.
           IF WS-WAITLISTED = 'Y'
               SET WS-NB-WAITS UP BY 1
               MOVE R-CL-KEY1       TO WS-WAI-STUDENT(WS-NB-WAITS)
       5049-CHECK-CAPACITY-END.
           EXIT.

      *> One keyed lookup (class-index.cbl) answers the student, the
      *> course and, for a RECYCLE replacement, the existing pair row.
       5042-VERIFY-REFERENTIAL-START.
           MOVE R-CL-KEY1 TO WS-CIX-KEY1.
           MOVE R-CL-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.

           MOVE 'N' TO WS-REF-STUDENT-OK.
           IF WS-CIX-STUDENT-ROW > 0
               MOVE 'Y' TO WS-REF-STUDENT-OK
           END-IF.

           MOVE 'N' TO WS-REF-COURSE-OK.
           MOVE SPACE TO WS-CRS-SCALE.
           MOVE 0 TO WS-CRS-PREREQ.
           IF WS-CIX-COURSE-ROW > 0
               SET IDX-COURSE TO WS-CIX-COURSE-ROW
               MOVE 'Y' TO WS-REF-COURSE-OK
               MOVE WS-COURSE-SCALE(IDX-COURSE) TO WS-CRS-SCALE
               MOVE WS-COURSE-PREREQ(IDX-COURSE) TO WS-CRS-PREREQ
           END-IF.
       5042-VERIFY-REFERENTIAL-END.
           EXIT.

       5044-CHECK-PREREQ-START.
           MOVE 'N' TO WS-PREREQ-OK.
           COMPUTE WS-PAS-SUB = R-CL-KEY1 + 1.
           MOVE WS-PAS-HEAD(WS-PAS-SUB) TO WS-PAS-ROW.
           PERFORM UNTIL WS-PAS-ROW = 0 OR WS-PREREQ-OK = 'Y'
               MOVE 'M' TO WS-EQV-ACTION
               MOVE WS-PAS-COURSE(WS-PAS-ROW) TO WS-EQV-PASSED
               MOVE WS-CRS-PREREQ TO WS-EQV-TARGET
               CALL 'course-equiv'
               IF WS-EQV-IS-MET
                   MOVE 'Y' TO WS-PREREQ-OK
               ELSE
                   MOVE WS-PAS-NEXT(WS-PAS-ROW) TO WS-PAS-ROW
               END-IF
           END-PERFORM.
       5044-CHECK-PREREQ-END.
           EXIT.

      *> it should.
       5046-LOAD-PASSED-START.
           MOVE 0 TO WS-NB-PASSED.
           INITIALIZE WS-PAS-CHAINS.
           MOVE '00' TO F-PASSED-STATUS.
           OPEN INPUT F-PASSED.
           IF NOT F-PASSED-STATUS-OK
                                WS-PAS-STUDENT(WS-NB-PASSED)
                           MOVE R-PAS-COURSE TO
                                WS-PAS-COURSE(WS-NB-PASSED)
                           MOVE 0 TO WS-PAS-NEXT(WS-NB-PASSED)
                           COMPUTE WS-PAS-SUB = R-PAS-STUDENT + 1
                           IF WS-PAS-HEAD(WS-PAS-SUB) = 0
                               MOVE WS-NB-PASSED TO
                                    WS-PAS-HEAD(WS-PAS-SUB)
                           ELSE
                               MOVE WS-NB-PASSED TO
                                    WS-PAS-NEXT(WS-PAS-TAIL(WS-PAS-SUB))
                           END-IF
                           MOVE WS-NB-PASSED TO WS-PAS-TAIL(WS-PAS-SUB)
                       END-IF
               END-READ
           END-PERFORM.
