               GO TO 5185-LOAD-DROP-END
           END-IF.
           MOVE 'N' TO WS-FOUND-CLASS.
           MOVE R-DRP-KEY1 TO WS-CIX-KEY1.
           MOVE R-DRP-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               MOVE SPACES TO REC-F-REJECT
               MOVE 'DROP: PAIR NOT FOUND' TO R-REJ-REASON
      *> The dropped course's absences leave the student-level total
      *> that drives the eligibility ceiling -- the pair-level count
      *> stays on the row for the record.
           IF WS-CIX-STUDENT-ROW > 0
               SET IDX-STUDENT TO WS-CIX-STUDENT-ROW
               IF WS-CLASS-MISSED(IDX-CLASS) <=
                  WS-STUDENT-ABSENCES(IDX-STUDENT)
                   SUBTRACT WS-CLASS-MISSED(IDX-CLASS) FROM
                       WS-STUDENT-ABSENCES(IDX-STUDENT)
               ELSE
                   MOVE 0 TO WS-STUDENT-ABSENCES(IDX-STUDENT)
               END-IF
               IF WS-CLASS-MISSED-J(IDX-CLASS) <=
                  WS-STUDENT-ABS-JUST(IDX-STUDENT)
                   SUBTRACT WS-CLASS-MISSED-J(IDX-CLASS) FROM
                       WS-STUDENT-ABS-JUST(IDX-STUDENT)
               ELSE
                   MOVE 0 TO WS-STUDENT-ABS-JUST(IDX-STUDENT)
               END-IF
           END-IF.

           MOVE 'W' TO WS-CLASS-STATUS(IDX-CLASS).
           IF R-DRP-DATE IS NUMERIC
      *> The freed seat leaves the room count the over-capacity
      *> check compares against, then the head of the course's
      *> waitlist takes it.
           IF WS-CIX-COURSE-ROW > 0
               SET IDX-COURSE TO WS-CIX-COURSE-ROW
               IF WS-COURSE-ENROLLED(IDX-COURSE) > 0
                   SUBTRACT 1 FROM WS-COURSE-ENROLLED(IDX-COURSE)
               END-IF
           END-IF.
           MOVE R-DRP-KEY2 TO WS-WLP-COURSE.
           CALL 'waitlist-promote'.
           MOVE 0 TO WS-WLP-COURSE.
