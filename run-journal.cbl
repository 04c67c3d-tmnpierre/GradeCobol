           COPY workvars.
           COPY rlgrec.

       01  WS-JRN-CLOCK       PIC 9(8)    VALUE 0.

      *> Appends this run's structured journal row to the permanent
      *> run log: date, term, every parm value actually in effect,
      *> every control total, and the outcome -- the six months of
      *> run evidence the auditors asked for and the console
      *> scrollback could never provide. Same best-effort append
      *> lifecycle as run-control.cbl. A utility refused by the
      *> operator authorization table journals through here too,
      *> with only what a utility knows: date, operator, privilege,
      *> job. So does every launch from the operator menu, as a MENU
      *> row naming the operator and the utility.
       PROCEDURE DIVISION.
       9700-RUN-JOURNAL-START.
           MOVE '00' TO F-RUNLOG-STATUS.
                       F-RUNLOG-STATUS
               GO TO 9700-RUN-JOURNAL-END
           END-IF.
           ACCEPT WS-JRN-CLOCK FROM TIME.

           IF WS-IS-MENU-USE
               PERFORM 9720-MENU-USE-START
                  THRU 9720-MENU-USE-END
               CLOSE F-RUNLOG
               GO TO 9700-RUN-JOURNAL-END
           END-IF.

           IF WS-IS-UTIL-REFUSED
               PERFORM 9710-UTILITY-REFUSAL-START
                  THRU 9710-UTILITY-REFUSAL-END
               CLOSE F-RUNLOG
               GO TO 9700-RUN-JOURNAL-END
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RLG-DATE.
           MOVE WS-TERM            TO WS-RLG-TERM.
           MOVE WS-NB-NOT-GRADED   TO WS-RLG-NOT-GRADED.
           MOVE WS-NB-NO-CONTACT   TO WS-RLG-NO-CONTACT.
           EVALUATE TRUE
               WHEN WS-IS-AUTH-REFUSED
                   MOVE 'UNAUTH'   TO WS-RLG-OUTCOME
               WHEN WS-IS-BLOCKED
                   MOVE 'BLOCKED'  TO WS-RLG-OUTCOME
               WHEN WS-IS-REPRINT
           MOVE WS-FORCE-RUN       TO WS-RLG-FORCE.
           MOVE WS-OVERRIDE-CLOSE  TO WS-RLG-OVERRIDE.
           MOVE WS-MASKING         TO WS-RLG-MASKING.
           MOVE WS-OPERATOR        TO WS-RLG-OPERATOR.
           MOVE WS-AUTH-JOB        TO WS-RLG-JOB.
           IF WS-IS-AUTH-REFUSED
               MOVE WS-AUTH-PRIV   TO WS-RLG-PRIV
           ELSE
               MOVE SPACES         TO WS-RLG-PRIV
           END-IF.
           MOVE WS-JRN-CLOCK(1:6)  TO WS-RLG-TIME.

           MOVE SPACES TO REC-F-RUNLOG.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
           CLOSE F-RUNLOG.
       9700-RUN-JOURNAL-END.
           GOBACK.

       9710-UTILITY-REFUSAL-START.
           INITIALIZE WS-RUNLOG-LINE.
           MOVE WS-RUN-DATE        TO WS-RLG-DATE.
           MOVE 'UNAUTH'           TO WS-RLG-OUTCOME.
           MOVE WS-OPERATOR        TO WS-RLG-OPERATOR.
           MOVE WS-AUTH-PRIV       TO WS-RLG-PRIV.
           MOVE WS-AUTH-JOB        TO WS-RLG-JOB.
           MOVE WS-JRN-CLOCK(1:6)  TO WS-RLG-TIME.
           MOVE SPACES TO REC-F-RUNLOG.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
       9710-UTILITY-REFUSAL-END.
           EXIT.

       9720-MENU-USE-START.
           INITIALIZE WS-RUNLOG-LINE.
           MOVE WS-RUN-DATE        TO WS-RLG-DATE.
           MOVE WS-TERM            TO WS-RLG-TERM.
           MOVE 'MENU'             TO WS-RLG-OUTCOME.
           MOVE WS-OPERATOR        TO WS-RLG-OPERATOR.
           MOVE SPACES             TO WS-RLG-PRIV.
           MOVE WS-AUTH-JOB        TO WS-RLG-JOB.
           MOVE WS-JRN-CLOCK(1:6)  TO WS-RLG-TIME.
           MOVE SPACES TO REC-F-RUNLOG.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
       9720-MENU-USE-END.
           EXIT.
