       IDENTIFICATION DIVISION.
       PROGRAM-ID. pend-change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selpnd.

       DATA DIVISION.
       FILE SECTION.
           COPY fdpnd.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-TERM-DONE       PIC X       VALUE 'N'.
       01  WS-ALREADY-FILED   PIC X       VALUE SPACE.
       01  WS-NEXT-SEQ        PIC 9(5)    VALUE 0.

      *> Files one validated '04' correction or '13' council decision
      *> (staged in WS-PND-STAGE by correct-grade.cbl or
      *> load-council.cbl) as PENDING under this run's term and
      *> operator. Nothing reaches the tables from here: a different
      *> operator has to approve it in change-approve.cbl first. The
      *> same record read again on a rerun of the term finds itself
      *> already pending or approved and is not filed twice; a record
      *> keyed again after a rejection is a new request. Same
      *> best-effort open/close per call as the audit-trail append --
      *> a store problem is DISPLAYed and the change stays unfiled.
       PROCEDURE DIVISION.
       5240-PEND-CHANGE-START.
           MOVE '00' TO F-PENDING-STATUS.
           OPEN I-O F-PENDING.
           IF F-PENDING-STATUS-NOFILE
               MOVE '00' TO F-PENDING-STATUS
               OPEN OUTPUT F-PENDING
               CLOSE F-PENDING
               MOVE '00' TO F-PENDING-STATUS
               OPEN I-O F-PENDING
           END-IF.
           IF NOT F-PENDING-STATUS-OK
               DISPLAY 'PENDING STORE UNAVAILABLE, STATUS' SPACE
                       F-PENDING-STATUS SPACE '-- CHANGE NOT FILED:'
                       SPACE WS-PND-S-IMAGE
               MOVE '00' TO F-PENDING-STATUS
               GO TO 5240-PEND-CHANGE-END
           END-IF.

           PERFORM 5245-SCAN-TERM-START THRU 5245-SCAN-TERM-END.
           IF WS-ALREADY-FILED NOT = SPACE
               IF WS-ALREADY-FILED = 'P'
                   DISPLAY 'CHANGE ALREADY AWAITING APPROVAL:' SPACE
                           WS-PND-S-IMAGE
               END-IF
               CLOSE F-PENDING
               MOVE '00' TO F-PENDING-STATUS
               GO TO 5240-PEND-CHANGE-END
           END-IF.

           MOVE SPACES TO REC-F-PENDING.
           MOVE WS-TERM               TO R-PND-TERM.
           MOVE WS-NEXT-SEQ           TO R-PND-SEQ.
           MOVE WS-PND-S-TYPE         TO R-PND-TYPE.
           MOVE WS-PND-S-ID1          TO R-PND-ID1.
           MOVE WS-PND-S-ID2          TO R-PND-ID2.
           MOVE WS-PND-S-GRADE        TO R-PND-GRADE.
           MOVE WS-PND-S-GSTATUS      TO R-PND-GSTATUS.
           MOVE WS-PND-S-CNL-STATUS   TO R-PND-CNL-STATUS.
           MOVE WS-PND-S-CNL-REASON   TO R-PND-CNL-REASON.
           MOVE WS-PND-S-IMAGE        TO R-PND-IMAGE.
           MOVE WS-OPERATOR           TO R-PND-KEYED-BY.
           MOVE WS-RUN-DATE           TO R-PND-KEYED-DATE.
           MOVE 'P'                   TO R-PND-STATE.
           MOVE SPACES                TO R-PND-DECIDED-BY.
           MOVE 0                     TO R-PND-DECIDED-DATE.
           MOVE 0                     TO R-PND-APPLIED-DATE.
           WRITE REC-F-PENDING
               INVALID KEY
                   DISPLAY 'PENDING STORE: SEQUENCE' SPACE WS-NEXT-SEQ
                           SPACE 'ALREADY USED -- CHANGE NOT FILED'
           END-WRITE.
           IF F-PENDING-STATUS-OK
               ADD 1 TO WS-NB-PENDED
           END-IF.
           CLOSE F-PENDING.
           MOVE '00' TO F-PENDING-STATUS.
       5240-PEND-CHANGE-END.
           GOBACK.

      *> One pass over the term's rows: the next free sequence
      *> number, and whether this very record is already on file
      *> pending ('P') or approved ('A').
       5245-SCAN-TERM-START.
           MOVE SPACE TO WS-ALREADY-FILED.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-TERM TO R-PND-TERM.
           MOVE 0 TO R-PND-SEQ.
           START F-PENDING KEY IS NOT LESS THAN R-PND-KEY
               INVALID KEY
                   MOVE '00' TO F-PENDING-STATUS
                   GO TO 5245-SCAN-TERM-END
           END-START.
           MOVE 'N' TO WS-TERM-DONE.
           PERFORM UNTIL WS-TERM-DONE = 'Y'
               READ F-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TERM-DONE
                   NOT AT END
                       IF R-PND-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-TERM-DONE
                       ELSE
                           COMPUTE WS-NEXT-SEQ = R-PND-SEQ + 1
                           IF R-PND-IMAGE = WS-PND-S-IMAGE AND
                              (R-PND-IS-PENDING OR R-PND-IS-APPROVED)
                               MOVE R-PND-STATE TO WS-ALREADY-FILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-PENDING-STATUS.
       5245-SCAN-TERM-END.
           EXIT.
