      *> reconciliation but feeds neither the pair nor the
      *> student-level total the eligibility ceiling reads.
                   MOVE 'N' TO WS-PAIR-DROPPED
                   IF WS-CIX-CLASS-ROW > 0
                       SET IDX-CLASS TO WS-CIX-CLASS-ROW
                       IF WS-CLASS-DROPPED(IDX-CLASS)
                           MOVE 'Y' TO WS-PAIR-DROPPED
                       ELSE
                           ADD R-ATT-MISSED TO
                               WS-CLASS-MISSED(IDX-CLASS)
                       END-IF
                   END-IF
                   IF WS-PAIR-DROPPED = 'N'
                       SET IDX-STUDENT TO WS-CIX-STUDENT-ROW
                       ADD R-ATT-MISSED TO
                           WS-STUDENT-ABSENCES(IDX-STUDENT)
                   END-IF
                   ADD 1 TO WS-NB-ACCEPTED
               END-IF
           GOBACK.

       5092-VERIFY-REFERENTIAL-START.
           MOVE R-ATT-KEY1 TO WS-CIX-KEY1.
           MOVE R-ATT-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.

           MOVE 'N' TO WS-REF-STUDENT-OK.
           IF WS-CIX-STUDENT-ROW > 0
               MOVE 'Y' TO WS-REF-STUDENT-OK
           END-IF.

           MOVE 'N' TO WS-REF-COURSE-OK.
           IF WS-CIX-COURSE-ROW > 0
               MOVE 'Y' TO WS-REF-COURSE-OK
           END-IF.
       5092-VERIFY-REFERENTIAL-END.
           EXIT.
