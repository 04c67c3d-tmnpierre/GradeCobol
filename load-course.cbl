                       WRITE REC-F-REJECT
                       CALL 'test-status'
                       ADD 1 TO WS-NB-REJECTS
                   ELSE
                   IF NOT R-C-TYPE-OK
                       MOVE 'INVALID COURSE TYPE' TO R-REJ-REASON
                       MOVE REC-COURSE TO R-REJ-RECORD
                       MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
                       WRITE REC-F-REJECT
                       CALL 'test-status'
                       ADD 1 TO WS-NB-REJECTS
                   ELSE
                       PERFORM 5022-STORE-COURSE-START
                          THRU 5022-STORE-COURSE-END
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
       5020-LOAD-COURSE-END.
                       MOVE 0 TO WS-COURSE-PREREQ(WS-NB-COURSES)
                   END-IF
                   MOVE 'N' TO WS-COURSE-MODERATED(WS-NB-COURSES)
                   IF R-C-TYPE = 'O'
                       MOVE 'O' TO WS-COURSE-TYPE(WS-NB-COURSES)
                   ELSE
                       MOVE 'R' TO WS-COURSE-TYPE(WS-NB-COURSES)
                   END-IF
                   IF R-EXAM-SLOT IS NUMERIC
                       MOVE R-EXAM-SLOT TO
                            WS-COURSE-SLOT(WS-NB-COURSES)
