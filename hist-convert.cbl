
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY histrec.

       01  WS-CVT-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-NB-LOADED       PIC 9(5)    VALUE 0.
       01  WS-NB-REPLACED     PIC 9(5)    VALUE 0.
       01  WS-NB-SKIPPED      PIC 9(5)    VALUE 0.
      *> Held across the lock release, whose CALL resets RETURN-CODE.
       01  WS-CVT-RC          PIC 99      VALUE 0.

      *> One-time conversion of the flat history.dat line format into
      *> the indexed store keyed on student+term. A duplicate
           MOVE 'histix.dat'  TO WS-FILE-HISTIX-NAME.
           MOVE '00' TO F-HISTORY-STATUS.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CVT-RC.

      *> The conversion rebuilds the whole store -- no posting,
      *> maintenance or backup may be inside it meanwhile.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'HISTCONV' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'CONVERSION REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE HISTORY STORE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-OK
               DISPLAY 'NO FLAT HISTORY FILE TO CONVERT, STATUS'
                       SPACE F-HISTORY-STATUS
               MOVE 8 TO WS-CVT-RC
               GO TO 0860-HIST-CONVERT-END
           END-IF.

           OPEN OUTPUT F-HISTIX.
               DISPLAY 'UNABLE TO CREATE INDEXED STORE, STATUS'
                       SPACE F-HISTIX-STATUS
               CLOSE F-HISTORY
               MOVE 12 TO WS-CVT-RC
               GO TO 0860-HIST-CONVERT-END
           END-IF.
           CLOSE F-HISTIX.
           MOVE '00' TO F-HISTIX-STATUS.
           DISPLAY 'ROWS SKIPPED (BAD ID):' SPACE WS-NB-SKIPPED.
           DISPLAY WS-CVT-RULE.
       0860-HIST-CONVERT-END.
           PERFORM 0869-RELEASE-LOCK-START
              THRU 0869-RELEASE-LOCK-END.
           MOVE WS-CVT-RC TO RETURN-CODE.
           GOBACK.

       0869-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'HISTCONV' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0869-RELEASE-LOCK-END.
           EXIT.

       0865-CONVERT-ONE-START.
           MOVE REC-F-HISTORY TO WS-HIST-LINE.
           IF WS-HL-ID IS NOT NUMERIC
