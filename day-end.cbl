           COPY selrct.
           COPY selreg.
           COPY selaks.
           COPY selxas.
           SELECT F-DAYEND
               ASSIGN TO 'dayend.dat'
               ACCESS MODE IS SEQUENTIAL
           COPY fdrct.
           COPY fdreg.
           COPY fdaks.
           COPY fdxas.
       FD  F-DAYEND
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
      *> the requested date with its term, control totals, outcome
      *> and the condition-code severity its counters imply, plus
      *> the evidence the other files left (term sealed in the
      *> registry, the SIS acknowledgement verdict, any cross-store
      *> audit's condition code) -- and a flag
      *> for the follow-up jobs the night apparently never ran.
       PROCEDURE DIVISION.
       0800-DAY-END-START.
           MOVE '00' TO F-RUNCTL-STATUS.
           MOVE '00' TO F-TERMREG-STATUS.
           MOVE '00' TO F-ACKST-STATUS.
           MOVE '00' TO F-XAUDST-STATUS.

           DISPLAY 'DATE TO SUMMARIZE (YYYYMMDD): '.
           ACCEPT WS-ASK-DATE.
              THRU 0820-SCAN-REGISTRY-END.
           PERFORM 0830-SCAN-ACK-START
              THRU 0830-SCAN-ACK-END.
           PERFORM 0835-SCAN-XAUDIT-START
              THRU 0835-SCAN-XAUDIT-END.
           PERFORM 0840-FLAG-MISSING-START
              THRU 0840-FLAG-MISSING-END.

       0830-SCAN-ACK-END.
           EXIT.

      *> Cross-store audits run on the date, with their verdict.
       0835-SCAN-XAUDIT-START.
           OPEN INPUT F-XAUDST.
           IF NOT F-XAUDST-STATUS-OK
               MOVE '00' TO F-XAUDST-STATUS
               GO TO 0835-SCAN-XAUDIT-END
           END-IF.
           PERFORM UNTIL F-XAUDST-STATUS-EOF
               READ F-XAUDST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-XAS-DATE IS NUMERIC AND
                          R-XAS-DATE = WS-ASK-DATE
                           ADD 1 TO WS-NB-JOBS
                           MOVE SPACES TO REC-F-DAYEND
                           MOVE 'XAUDIT' TO REC-F-DAYEND(1:10)
                           MOVE R-XAS-TERM TO REC-F-DAYEND(14:10)
                           EVALUATE R-XAS-CC
                               WHEN 0
                                   MOVE 'ALL STORES AGREE'
                                       TO REC-F-DAYEND(26:16)
                               WHEN 4
                                   MOVE
                                   'STORE(S) EMPTY FOR TERM (CC 04)'
                                       TO REC-F-DAYEND(26:31)
                               WHEN 8
                                   MOVE R-XAS-DISAGREE
                                       TO REC-F-DAYEND(26:5)
                                   MOVE 'DISAGREEMENT(S) (CC 08)'
                                       TO REC-F-DAYEND(32:23)
                               WHEN OTHER
                                   MOVE 'NO HISTORY FOR TERM (CC 12)'
                                       TO REC-F-DAYEND(26:27)
                           END-EVALUATE
                           WRITE REC-F-DAYEND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-XAUDST.
           MOVE '00' TO F-XAUDST-STATUS.
       0835-SCAN-XAUDIT-END.
           EXIT.

      *> Expected-but-missing: the follow-ups the night's postings
      *> call for. Only jobs that leave durable evidence (journal,
      *> registry, acknowledgement status) can be judged -- a purely
