
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MAINT-RULE      PIC X(60)   VALUE ALL '-'.
       01  WS-NB-TX-READ      PIC 9(5)    VALUE 0.
           MOVE '00' TO F-TEACHTX-STATUS.
           MOVE '00' TO F-TEAMAST-STATUS.

           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> The teacher master sits with the masters -- the backup set and
      *> the other maintenance jobs must not see it half updated.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'TEACHMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MAINTENANCE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-TEACHTX.
           IF NOT F-TEACHTX-STATUS-OK
               DISPLAY 'TEACHER-MAINT: NO TRANSACTION FILE, STATUS'
                       SPACE F-TEACHTX-STATUS
               PERFORM 0369-RELEASE-LOCK-START
                  THRU 0369-RELEASE-LOCK-END
               GOBACK
           END-IF.

           DISPLAY 'TRANSACTIONS REJECTED:' SPACE WS-NB-TX-REJECTED.
           DISPLAY WS-MAINT-RULE.
       0350-TEACHER-MAINT-END.
           PERFORM 0369-RELEASE-LOCK-START
              THRU 0369-RELEASE-LOCK-END.
           GOBACK.

       0369-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'TEACHMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0369-RELEASE-LOCK-END.
           EXIT.

       0360-APPLY-TX-START.
           IF R-TTX-NAME = SPACES
               DISPLAY '  BLANK INSTRUCTOR NAME: '
