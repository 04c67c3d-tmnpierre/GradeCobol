
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MAINT-RULE      PIC X(60)   VALUE ALL '-'.
       01  WS-NB-TX-READ      PIC 9(5)    VALUE 0.
           MOVE '00' TO F-XREFTX-STATUS.
           MOVE '00' TO F-XREF-STATUS.

           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> The cross-reference sits with the masters -- the backup set and
      *> the other maintenance jobs must not see it half updated.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'XREFMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MAINTENANCE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-XREFTX.
           IF NOT F-XREFTX-STATUS-OK
               DISPLAY 'XREF-MAINT: NO TRANSACTION FILE, STATUS'
                       SPACE F-XREFTX-STATUS
               PERFORM 0969-RELEASE-LOCK-START
                  THRU 0969-RELEASE-LOCK-END
               GOBACK
           END-IF.

           DISPLAY 'TRANSACTIONS REJECTED:' SPACE WS-NB-TX-REJECTED.
           DISPLAY WS-MAINT-RULE.
       0950-XREF-MAINT-END.
           PERFORM 0969-RELEASE-LOCK-START
              THRU 0969-RELEASE-LOCK-END.
           GOBACK.

       0969-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'XREFMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0969-RELEASE-LOCK-END.
           EXIT.

       0960-APPLY-TX-START.
           MOVE R-XTX-ID TO R-XRF-ID.
           EVALUATE TRUE
