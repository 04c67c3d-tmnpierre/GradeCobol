           GOBACK.

       5130-PLACE-HOLD-START.
           MOVE R-APL-KEY1 TO WS-CIX-KEY1.
           MOVE R-APL-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-CLASS-ROW = 0
               MOVE SPACES TO REC-F-REJECT
               MOVE 'APPEAL: PAIR NOT FOUND' TO R-REJ-REASON
               MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
               MOVE REC-APPEAL TO R-REJ-RECORD
               WRITE REC-F-REJECT
               CALL 'test-status'
               ADD 1 TO WS-NB-REJECTS
               GO TO 5130-PLACE-HOLD-END
           END-IF.
           SET IDX-CLASS TO WS-CIX-CLASS-ROW.
           IF WS-CLASS-HELD(IDX-CLASS)
               MOVE SPACES TO REC-F-REJECT
               MOVE 'APPEAL: ALREADY ON HOLD' TO R-REJ-REASON
               MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
               MOVE REC-APPEAL TO R-REJ-RECORD
               WRITE REC-F-REJECT
               CALL 'test-status'
               ADD 1 TO WS-NB-REJECTS
           ELSE
               MOVE WS-CLASS-STATUS(IDX-CLASS) TO
                    WS-CLASS-PRIOR-STATUS(IDX-CLASS)
               MOVE 'H' TO WS-CLASS-STATUS(IDX-CLASS)
               ADD 1 TO WS-NB-ACCEPTED
           END-IF.
       5130-PLACE-HOLD-END.
           EXIT.

       5140-RESOLVE-START.
           MOVE R-RES-KEY1 TO WS-CIX-KEY1.
           MOVE R-RES-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-CLASS-ROW = 0
               MOVE SPACES TO REC-F-REJECT
               MOVE 'RESOLUTION: PAIR NOT FOUND' TO R-REJ-REASON
               MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
               MOVE REC-RESOLUTION TO R-REJ-RECORD
               WRITE REC-F-REJECT
               CALL 'test-status'
               ADD 1 TO WS-NB-REJECTS
               GO TO 5140-RESOLVE-END
           END-IF.
           SET IDX-CLASS TO WS-CIX-CLASS-ROW.
           PERFORM 5150-APPLY-RESOLUTION-START
              THRU 5150-APPLY-RESOLUTION-END.
       5140-RESOLVE-END.
           EXIT.

