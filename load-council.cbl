       FILE-CONTROL.
           COPY selin.
           COPY selrej.

       DATA DIVISION.
       FILE SECTION.
           COPY fdin.
           COPY fdrej.

       WORKING-STORAGE SECTION.
           COPY filestat.

       01  WS-STATUS-OK      PIC X    VALUE 'N'.

      *> A '13' record files the conseil de classe's deliberated
      *> decision for one student. The decision itself lands on the
      *> student row; calc-avg.cbl applies it after its own
      *> the council actually decided instead of what the arithmetic
      *> said. Every accepted override leaves a permanent audit-trail
      *> row carrying the reason code.
      *> Two-person rule: a valid decision is filed as pending
      *> (pend-change.cbl) instead of landing on the student row; it
      *> takes effect, audit row included, only after a different
      *> operator approves it (change-approve.cbl, then
      *> apply-approved.cbl).
       PROCEDURE DIVISION.
       5195-LOAD-COUNCIL-START.
           MOVE 'N' TO WS-STATUS-OK.
                   CALL 'test-status'
                   ADD 1 TO WS-NB-REJECTS
               WHEN WS-STUDENT-ID(IDX-STUDENT) = R-CNL-KEY
                   MOVE SPACES       TO WS-PND-STAGE
                   MOVE '13'         TO WS-PND-S-TYPE
                   MOVE R-CNL-KEY    TO WS-PND-S-ID1
                   MOVE 0            TO WS-PND-S-ID2
                   MOVE 0            TO WS-PND-S-GRADE
                   MOVE R-CNL-STATUS TO WS-PND-S-CNL-STATUS
                   MOVE R-CNL-REASON TO WS-PND-S-CNL-REASON
                   MOVE REC-COUNCIL  TO WS-PND-S-IMAGE
                   CALL 'pend-change'
                   ADD 1 TO WS-NB-ACCEPTED
           END-SEARCH.
       5195-LOAD-COUNCIL-END.
           GOBACK.
