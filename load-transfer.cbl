      *> created.
       5102-FIND-OR-CREATE-CLASS-START.
           MOVE 'N' TO WS-FOUND-CLASS.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               SET WS-NB-RECORDS UP BY 1
               SET IDX-CLASS TO WS-NB-RECORDS
               MOVE 0   TO WS-CLASS-S1-GRADE(IDX-CLASS)
               MOVE 0   TO WS-CLASS-DROP-DATE(IDX-CLASS)
               MOVE 0   TO WS-CLASS-MISSED-J(IDX-CLASS)
               IF WS-CIX-COURSE-ROW > 0
                   ADD 1 TO WS-COURSE-ENROLLED(WS-CIX-COURSE-ROW)
               END-IF
           END-IF.
       5102-FIND-OR-CREATE-CLASS-END.
           EXIT.

      *> The pair row found here is the one 5102 reuses -- nothing is
      *> appended to WS-CLASS-TAB in between.
       5106-VERIFY-REFERENTIAL-START.
           MOVE R-TRF-KEY1 TO WS-CIX-KEY1.
           MOVE R-TRF-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.

           MOVE 'N' TO WS-REF-STUDENT-OK.
           IF WS-CIX-STUDENT-ROW > 0
               MOVE 'Y' TO WS-REF-STUDENT-OK
           END-IF.

           MOVE 'N' TO WS-REF-COURSE-OK.
           IF WS-CIX-COURSE-ROW > 0
               MOVE 'Y' TO WS-REF-COURSE-OK
           END-IF.
       5106-VERIFY-REFERENTIAL-END.
           EXIT.
