           END-IF.

           MOVE 'N' TO WS-FOUND-CLASS.
           MOVE R-JUS-KEY1 TO WS-CIX-KEY1.
           MOVE R-JUS-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               MOVE SPACES TO REC-F-REJECT
               MOVE 'JUSTIFY: PAIR NOT FOUND' TO R-REJ-REASON
           IF WS-CLASS-DROPPED(IDX-CLASS)
               MOVE 'Y' TO WS-PAIR-DROPPED
           END-IF.
           IF WS-PAIR-DROPPED = 'N' AND WS-CIX-STUDENT-ROW > 0
               SET IDX-STUDENT TO WS-CIX-STUDENT-ROW
               ADD WS-TO-JUSTIFY TO
                   WS-STUDENT-ABS-JUST(IDX-STUDENT)
           END-IF.

           ADD 1 TO WS-NB-ACCEPTED.
