       IDENTIFICATION DIVISION.
       PROGRAM-ID. apply-approved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selpnd.
           COPY selaud.

       DATA DIVISION.
       FILE SECTION.
           COPY fdpnd.
           COPY fdaud.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-TERM-DONE       PIC X       VALUE 'N'.
       01  WS-APPLIED-NOW     PIC X       VALUE 'N'.
       01  WS-OLD-GRADE       PIC 99V99   VALUE 0.
       01  WS-OLD-STATUS      PIC X       VALUE 'N'.
       01  WS-NB-APPLIED      PIC 999     VALUE 0.
       01  WS-NB-WAITING      PIC 999     VALUE 0.

           COPY audrec.

      *> Second half of the two-person rule: after the read loop,
      *> every change of this term a second operator has APPROVED in
      *> change-approve.cbl is applied to the freshly loaded tables
      *> -- a '04' correction to its class row, a '13' council
      *> decision to the student row, exactly what correct-grade.cbl
      *> and load-council.cbl used to do on the spot. The tables are
      *> rebuilt from the extract on every run, so an approved change
      *> applies on every posting of the term; the audit-trail row
      *> and the applied date are written once, by the first posting
      *> that carries it (a DRYRUN, a PROGRESS run or a refused batch
      *> posts nothing and stamps nothing).
       PROCEDURE DIVISION.
       5250-APPLY-APPROVED-START.
           MOVE 0 TO WS-NB-APPLIED.
           MOVE 0 TO WS-NB-WAITING.
           MOVE '00' TO F-PENDING-STATUS.
           OPEN I-O F-PENDING.
           IF NOT F-PENDING-STATUS-OK
               MOVE '00' TO F-PENDING-STATUS
               GO TO 5250-APPLY-APPROVED-END
           END-IF.

           MOVE WS-TERM TO R-PND-TERM.
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
                       IF R-PND-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-TERM-DONE
                       ELSE
                           IF R-PND-IS-PENDING
                               ADD 1 TO WS-NB-WAITING
                           END-IF
                           IF R-PND-IS-APPROVED
                               PERFORM 5255-APPLY-ONE-START
                                  THRU 5255-APPLY-ONE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PENDING.
           MOVE '00' TO F-PENDING-STATUS.
           IF WS-NB-APPLIED > 0
               DISPLAY 'APPROVED CHANGES APPLIED :' SPACE
                       WS-NB-APPLIED
           END-IF.
           IF WS-NB-WAITING > 0 OR WS-NB-PENDED > 0
               DISPLAY 'CHANGES AWAITING A SECOND OPERATOR :' SPACE
                       WS-NB-WAITING SPACE '(SEE' SPACE
                       WS-FILE-PENDLIST-NAME ')'
           END-IF.
       5250-APPLY-APPROVED-END.
           GOBACK.

       5255-APPLY-ONE-START.
           MOVE 'N' TO WS-APPLIED-NOW.
           EVALUATE R-PND-TYPE
      *> The pair is found through the class index, the same lookup
      *> correct-grade.cbl validated it with when it was filed.
               WHEN '04'
                   MOVE R-PND-ID1 TO WS-CIX-KEY1
                   MOVE R-PND-ID2 TO WS-CIX-KEY2
                   CALL 'class-index'
                   IF WS-CIX-CLASS-ROW = 0
                       DISPLAY 'APPROVED CORRECTION' SPACE
                               R-PND-SEQ SPACE 'NOT APPLIED --'
                               SPACE 'PAIR' SPACE R-PND-ID1 '/'
                               R-PND-ID2 SPACE 'NOT LOADED'
                       ADD 1 TO WS-NB-PRECHECK-WARN
                   ELSE
                       MOVE WS-CLASS-GRADE(WS-CIX-CLASS-ROW)  TO
                            WS-OLD-GRADE
                       MOVE WS-CLASS-STATUS(WS-CIX-CLASS-ROW) TO
                            WS-OLD-STATUS
                       MOVE R-PND-GRADE   TO
                            WS-CLASS-GRADE(WS-CIX-CLASS-ROW)
                       MOVE R-PND-GSTATUS TO
                            WS-CLASS-STATUS(WS-CIX-CLASS-ROW)
                       MOVE 'Y' TO WS-APPLIED-NOW
                   END-IF
               WHEN '13'
                   SET IDX-STUDENT TO 1
                   SEARCH WS-STUDENT-TAB
                       AT END
                           DISPLAY 'APPROVED COUNCIL DECISION' SPACE
                                   R-PND-SEQ SPACE 'NOT APPLIED --'
                                   SPACE 'STUDENT' SPACE R-PND-ID1
                                   SPACE 'NOT LOADED'
                           ADD 1 TO WS-NB-PRECHECK-WARN
                       WHEN WS-STUDENT-ID(IDX-STUDENT) = R-PND-ID1
                           MOVE R-PND-CNL-STATUS TO
                                WS-STUDENT-OVR-STATUS(IDX-STUDENT)
                           MOVE R-PND-CNL-REASON TO
                                WS-STUDENT-OVR-REASON(IDX-STUDENT)
                           MOVE 0 TO WS-OLD-GRADE
                           MOVE SPACE TO WS-OLD-STATUS
                           MOVE 'Y' TO WS-APPLIED-NOW
                   END-SEARCH
           END-EVALUATE.
           IF WS-APPLIED-NOW = 'N'
               GO TO 5255-APPLY-ONE-END
           END-IF.
           ADD 1 TO WS-NB-APPLIED.

           IF R-PND-APPLIED-DATE = 0 AND
              NOT WS-IS-DRYRUN AND NOT WS-IS-PROGRESS AND
              NOT WS-IS-BATCH-MISMATCH
               PERFORM 5257-WRITE-AUDIT-START
                  THRU 5257-WRITE-AUDIT-END
               MOVE WS-RUN-DATE TO R-PND-APPLIED-DATE
               REWRITE REC-F-PENDING
               MOVE '00' TO F-PENDING-STATUS
           END-IF.
       5255-APPLY-ONE-END.
           EXIT.

      *> Same best-effort append the loaders used when they applied
      *> these changes themselves: the audit row now records the
      *> change when it actually takes effect, not when it was keyed.
       5257-WRITE-AUDIT-START.
           MOVE '00' TO F-AUDIT-STATUS.
           OPEN EXTEND F-AUDIT.
           IF F-AUDIT-STATUS-NOFILE
               MOVE '00' TO F-AUDIT-STATUS
               OPEN OUTPUT F-AUDIT
           END-IF.
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY 'AUDIT TRAIL: UNABLE TO OPEN' SPACE
                       WS-FILE-AUDIT-NAME ', STATUS' SPACE
                       F-AUDIT-STATUS
               GO TO 5257-WRITE-AUDIT-END
           END-IF.

           MOVE WS-RUN-DATE     TO WS-AUD-DATE.
           MOVE WS-TERM         TO WS-AUD-TERM.
           MOVE R-PND-ID1       TO WS-AUD-ID1.
           MOVE R-PND-ID2       TO WS-AUD-ID2.
           MOVE WS-OLD-GRADE    TO WS-AUD-OLD-GRADE.
           MOVE WS-OLD-STATUS   TO WS-AUD-OLD-STATUS.
           IF R-PND-TYPE = '04'
               MOVE R-PND-GRADE   TO WS-AUD-NEW-GRADE
               MOVE R-PND-GSTATUS TO WS-AUD-NEW-STATUS
               MOVE 'CORRECTION'  TO WS-AUD-SOURCE
           ELSE
               MOVE 0 TO WS-AUD-NEW-GRADE
               MOVE R-PND-CNL-STATUS(1:1) TO WS-AUD-NEW-STATUS
               MOVE SPACES TO WS-AUD-SOURCE
               STRING 'CNCL-'          DELIMITED BY SIZE
                      R-PND-CNL-REASON DELIMITED BY SIZE
                   INTO WS-AUD-SOURCE
           END-IF.
           MOVE SPACES TO REC-F-AUDIT.
           MOVE WS-AUDIT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.

           CLOSE F-AUDIT.
           MOVE '00' TO F-AUDIT-STATUS.
       5257-WRITE-AUDIT-END.
           EXIT.
