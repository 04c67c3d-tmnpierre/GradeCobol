       IDENTIFICATION DIVISION.
       PROGRAM-ID. change-approve.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selpnd.

       DATA DIVISION.
       FILE SECTION.
           COPY fdpnd.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-APPR-RULE       PIC X(60)   VALUE ALL '-'.
       01  WS-MODE            PIC X       VALUE SPACE.
       01  WS-ANSWER          PIC X       VALUE SPACE.
       01  WS-QUERY-TERM      PIC X(10)   VALUE SPACES.
       01  WS-TERM-DONE       PIC X       VALUE 'N'.
       01  WS-NB-SEEN         PIC 9(4)    VALUE 0.
       01  WS-NB-APPROVED     PIC 9(4)    VALUE 0.
       01  WS-NB-REJECTED     PIC 9(4)    VALUE 0.
       01  WS-NB-OWN          PIC 9(4)    VALUE 0.
       01  WS-GRADE-EDIT      PIC Z9,99.

      *> The approval run of the two-person rule. A '04' correction
      *> or '13' council decision read by a posting is only filed as
      *> PENDING in pending.dat; it reaches the tables at the first
      *> posting after somebody other than the operator who keyed it
      *> has approved it here. The approver names themself at the
      *> prompt (blank or the shared CONSOLE id is refused -- the
      *> rule means nothing without a name on both halves), then
      *> either lists what is waiting (pending-list.cbl, the same
      *> aged list every posting prints) or walks one term's pending
      *> items answering (A)PPROVE, (R)EJECT or (S)KIP. An item the
      *> approver keyed themself is shown but cannot be decided.
      *> Holds the HISTORY lock like hist-maint.cbl, so a decision
      *> never lands in the middle of a posting reading the store.
       PROCEDURE DIVISION.
       1100-CHANGE-APPROVE-START.
           MOVE 'pending.dat'  TO WS-FILE-PENDING-NAME.
           MOVE 'pendlist.dat' TO WS-FILE-PENDLIST-NAME.
           MOVE '00' TO F-PENDING-STATUS.
           MOVE '00' TO F-PENDLIST-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'runlog.dat'  TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'APPROVING OPERATOR ID: '.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES OR WS-OPERATOR = 'CONSOLE'
               DISPLAY 'APPROVAL REFUSED -- A NAMED OPERATOR ID IS'
                       SPACE 'REQUIRED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Deciding another operator's change needs CHGAPPR in the
      *> operator authorization table; a refusal is journaled and
      *> ends with code 12.
           MOVE 'CHGAPPR' TO WS-AUTH-PRIV.
           MOVE 'CHGAPPROVE' TO WS-AUTH-JOB.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'U' TO WS-AUTH-REFUSAL
               CALL 'run-journal'
               DISPLAY 'APPROVAL REFUSED -- NOT AUTHORIZED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'CHGAPPROVE' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'APPROVAL REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE HISTORY STORE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY '(L)IST (D)ECIDE ? '.
           ACCEPT WS-MODE.

           EVALUATE WS-MODE
               WHEN 'L' WHEN 'l'
                   CALL 'pending-list'
                   DISPLAY 'PENDING LIST WRITTEN TO' SPACE
                           WS-FILE-PENDLIST-NAME
               WHEN 'D' WHEN 'd'
                   PERFORM 1110-DECIDE-TERM-START
                      THRU 1110-DECIDE-TERM-END
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE -- NOTHING DONE'
           END-EVALUATE.
       1100-CHANGE-APPROVE-END.
           PERFORM 1190-RELEASE-LOCK-START
              THRU 1190-RELEASE-LOCK-END.
           GOBACK.

       1190-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'CHGAPPROVE' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       1190-RELEASE-LOCK-END.
           EXIT.

       1110-DECIDE-TERM-START.
           OPEN I-O F-PENDING.
           IF NOT F-PENDING-STATUS-OK
               DISPLAY 'NO PENDING STORE ON FILE, STATUS' SPACE
                       F-PENDING-STATUS SPACE
                       '-- NOTHING HAS BEEN FILED FOR APPROVAL'
               MOVE '00' TO F-PENDING-STATUS
               GO TO 1110-DECIDE-TERM-END
           END-IF.

           DISPLAY 'TERM: '.
           ACCEPT WS-QUERY-TERM.
           MOVE 0 TO WS-NB-SEEN.
           MOVE 0 TO WS-NB-APPROVED.
           MOVE 0 TO WS-NB-REJECTED.
           MOVE 0 TO WS-NB-OWN.

           MOVE WS-QUERY-TERM TO R-PND-TERM.
           MOVE 0 TO R-PND-SEQ.
           START F-PENDING KEY IS NOT LESS THAN R-PND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TERM-DONE
           END-START.
           PERFORM UNTIL WS-TERM-DONE = 'Y'
               READ F-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TERM-DONE
                   NOT AT END
                       IF R-PND-TERM NOT = WS-QUERY-TERM
                           MOVE 'Y' TO WS-TERM-DONE
                       ELSE
                           IF R-PND-IS-PENDING
                               PERFORM 1120-DECIDE-ONE-START
                                  THRU 1120-DECIDE-ONE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PENDING.
           MOVE '00' TO F-PENDING-STATUS.
           DISPLAY WS-APPR-RULE.
           DISPLAY 'PENDING ITEMS SEEN :' SPACE WS-NB-SEEN.
           DISPLAY 'APPROVED           :' SPACE WS-NB-APPROVED.
           DISPLAY 'REJECTED           :' SPACE WS-NB-REJECTED.
           DISPLAY 'KEYED BY YOU       :' SPACE WS-NB-OWN.
           IF WS-NB-APPROVED > 0
               DISPLAY 'APPROVED CHANGES TAKE EFFECT AT THE NEXT'
                       SPACE 'POSTING OF THE TERM'
           END-IF.
       1110-DECIDE-TERM-END.
           EXIT.

       1120-DECIDE-ONE-START.
           ADD 1 TO WS-NB-SEEN.
           DISPLAY WS-APPR-RULE.
           DISPLAY 'ITEM' SPACE R-PND-SEQ SPACE 'TYPE' SPACE
                   R-PND-TYPE SPACE 'KEYED BY' SPACE R-PND-KEYED-BY
                   SPACE 'ON' SPACE R-PND-KEYED-DATE.
           IF R-PND-TYPE = '04'
               MOVE R-PND-GRADE TO WS-GRADE-EDIT
               DISPLAY '  CORRECTION' SPACE R-PND-ID1 '/' R-PND-ID2
                       SPACE 'TO' SPACE WS-GRADE-EDIT SPACE
                       R-PND-GSTATUS
           ELSE
               DISPLAY '  COUNCIL' SPACE R-PND-ID1 SPACE
                       R-PND-CNL-STATUS SPACE R-PND-CNL-REASON
           END-IF.
           DISPLAY '  AS KEYED: ' R-PND-IMAGE.

           IF R-PND-KEYED-BY = WS-OPERATOR
               ADD 1 TO WS-NB-OWN
               DISPLAY '  KEYED BY YOU -- ANOTHER OPERATOR MUST DECIDE'
               GO TO 1120-DECIDE-ONE-END
           END-IF.

           DISPLAY '  (A)PPROVE (R)EJECT (S)KIP ? '.
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO R-PND-STATE
                   ADD 1 TO WS-NB-APPROVED
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO R-PND-STATE
                   ADD 1 TO WS-NB-REJECTED
               WHEN OTHER
                   GO TO 1120-DECIDE-ONE-END
           END-EVALUATE.
           MOVE WS-OPERATOR TO R-PND-DECIDED-BY.
           MOVE WS-RUN-DATE TO R-PND-DECIDED-DATE.
           REWRITE REC-F-PENDING
               INVALID KEY
                   DISPLAY '  ITEM' SPACE R-PND-SEQ SPACE
                           'COULD NOT BE UPDATED, STATUS' SPACE
                           F-PENDING-STATUS
           END-REWRITE.
           MOVE '00' TO F-PENDING-STATUS.
       1120-DECIDE-ONE-END.
           EXIT.
