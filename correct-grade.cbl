       FILE-CONTROL.
           COPY selin.
           COPY selrej.

       DATA DIVISION.
       FILE SECTION.
           COPY fdin.
           COPY fdrej.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-MAX-GRADE     PIC 99V99 VALUE 20.
       01  WS-STAGE-GRADE   PIC 99V99 VALUE 0.
       01  WS-STAGE-STATUS  PIC X     VALUE 'N'.

      *> Req 018: maintenance run mode -- a '04' record fixes a grade
      *> that was already loaded, without a full re-extract/rerun.
      *> Range-checked and INC/ABS-parsed exactly like load-class.cbl's
      *> '03' path, then located through the same keyed lookup
      *> (class-index.cbl) the other pair loaders use -- WS-CLASS-TAB
      *> is appended in input-file order, not sorted by WS-CLASS-ID1/
      *> ID2, so SEARCH ALL's binary search isn't valid here.
      *> promo.cbl calls calc-avg once, after its whole read loop
      *> (corrections included) finishes, so no separate recalc call
      *> is needed here -- that one call is already the full recalc.
      *> Two-person rule: a valid correction no longer lands in the
      *> table here. It is filed as pending (pend-change.cbl) under
      *> the operator who keyed it, and only applies -- with its
      *> audit-trail row -- once a different operator has approved
      *> it (change-approve.cbl, then apply-approved.cbl).
       PROCEDURE DIVISION.
       5060-CORRECT-GRADE-START.
           MOVE 'N' TO WS-STAGE-STATUS.
               CALL 'test-status'
               ADD 1 TO WS-NB-REJECTS
           ELSE
               MOVE R-COR-KEY1 TO WS-CIX-KEY1
               MOVE R-COR-KEY2 TO WS-CIX-KEY2
               CALL 'class-index'
               IF WS-CIX-CLASS-ROW = 0
                   MOVE SPACES TO REC-F-REJECT
                   MOVE 'GRADE CORRECTION: PAIR NOT FOUND' TO
                        R-REJ-REASON
                   MOVE REC-CORRECTION TO R-REJ-RECORD
                   MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
                   WRITE REC-F-REJECT
                   CALL 'test-status'
                   ADD 1 TO WS-NB-REJECTS
               ELSE
                   MOVE SPACES          TO WS-PND-STAGE
                   MOVE '04'            TO WS-PND-S-TYPE
                   MOVE R-COR-KEY1      TO WS-PND-S-ID1
                   MOVE R-COR-KEY2      TO WS-PND-S-ID2
                   MOVE WS-STAGE-GRADE  TO WS-PND-S-GRADE
                   MOVE WS-STAGE-STATUS TO WS-PND-S-GSTATUS
                   MOVE REC-CORRECTION  TO WS-PND-S-IMAGE
                   CALL 'pend-change'
                   ADD 1 TO WS-NB-ACCEPTED
               END-IF
           END-IF.
       5060-CORRECT-GRADE-END.
           GOBACK.
