           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'runlog.dat' TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.

           PERFORM 0755-LOAD-LOCKS-START
              THRU 0755-LOAD-LOCKS-END.
       0760-LIST-LOCKS-END.
           EXIT.

      *> Force-release needs the LOCKFREE privilege in the operator
      *> authorization table -- releasing a lock a live job still
      *> holds is how two jobs end up inside the same store. A
      *> refusal is journaled and the run ends with condition code 12.
       0770-FORCE-RELEASE-START.
           IF NOT WS-IS-MENU-SESSION
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR
           END-IF.
           MOVE 'LOCKFREE'  TO WS-AUTH-PRIV.
           MOVE 'LOCKADMIN' TO WS-AUTH-JOB.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'U' TO WS-AUTH-REFUSAL
               CALL 'run-journal'
               DISPLAY 'FORCE-RELEASE REFUSED -- NOTHING RELEASED'
               MOVE 12 TO RETURN-CODE
               GO TO 0770-FORCE-RELEASE-END
           END-IF.
           DISPLAY 'LOCK NAME TO FORCE-RELEASE: '.
           ACCEPT WS-ASK-NAME.
           IF WS-ASK-NAME = SPACES
