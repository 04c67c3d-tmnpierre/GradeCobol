           END-IF.

           MOVE 'N' TO WS-FOUND-CLASS.
           MOVE R-RTK-KEY1 TO WS-CIX-KEY1.
           MOVE R-RTK-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               MOVE SPACES TO REC-F-REJECT
               MOVE 'RETAKE: PAIR NOT FOUND' TO R-REJ-REASON
