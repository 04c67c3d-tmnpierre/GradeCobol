       IDENTIFICATION DIVISION.
       PROGRAM-ID. pending-list.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selpnd.
           COPY selpnl.

       DATA DIVISION.
       FILE SECTION.
           COPY fdpnd.
           COPY fdpnl.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-PNL-RULE        PIC X(110)  VALUE ALL '-'.
       01  WS-NB-LISTED       PIC 9(5)    VALUE 0.
       01  WS-NB-OLDEST       PIC 9(5)    VALUE 0.

      *> 30/360 day count, the convention gradebook-check.cbl and
      *> the prorated absence ceiling use.
       01  WS-DATE-IN         PIC 9(8)    VALUE 0.
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           03 WS-DI-YYYY      PIC 9(4).
           03 WS-DI-MM        PIC 99.
           03 WS-DI-DD        PIC 99.
       01  WS-DATE-DAYS       PIC 9(7)    VALUE 0.
       01  WS-TODAY-DAYS      PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS        PIC S9(5)   VALUE 0.

       01  WS-PNL-HEADER.
           03 FILLER          PIC X(38)
              VALUE 'CHANGES AWAITING APPROVAL -- AS OF '.
           03 WS-PNH-DATE     PIC 9(8).

       01  WS-PNL-COLUMN-LINE.
           03 FILLER          PIC X(11)   VALUE 'TERM'.
           03 FILLER          PIC X(7)    VALUE 'SEQ'.
           03 FILLER          PIC X(10)   VALUE 'STATE'.
           03 FILLER          PIC X(8)    VALUE 'AGE'.
           03 FILLER          PIC X(9)    VALUE 'KEYED BY'.
           03 FILLER          PIC X(9)    VALUE 'KEYED ON'.
           03 FILLER          PIC X(9)    VALUE 'DECIDED'.
           03 FILLER          PIC X(20)   VALUE 'RECORD AS KEYED'.

       01  WS-PNL-DETAIL-LINE.
           03 WS-PND-D-TERM   PIC X(10).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-PND-D-SEQ    PIC ZZZZ9.
           03 FILLER          PIC X(2)    VALUE SPACES.
           03 WS-PND-D-STATE  PIC X(9).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-PND-D-AGE    PIC ZZZ9.
           03 FILLER          PIC X(4)    VALUE ' D  '.
           03 WS-PND-D-BY     PIC X(8).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-PND-D-ON     PIC 9(8).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-PND-D-DEC    PIC X(8).
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-PND-D-IMAGE  PIC X(40).

       01  WS-PNL-COUNT-LINE.
           03 FILLER          PIC X(24)
              VALUE 'OUTSTANDING CHANGES   : '.
           03 WS-PNN-COUNT    PIC ZZZZ9.
           03 FILLER          PIC X(18)   VALUE '   OLDEST (DAYS): '.
           03 WS-PNN-OLDEST   PIC ZZZZ9.

      *> Aged list of every change the two-person rule is still
      *> holding, across all terms: PENDING items (age counted from
      *> the day they were keyed -- nobody has approved or rejected
      *> them yet) and APPROVED items no posting has applied yet (age
      *> counted from the approval). Printed by every posting run
      *> and on demand from change-approve.cbl, so nothing sits
      *> forgotten between two council meetings.
       PROCEDURE DIVISION.
       5260-PENDING-LIST-START.
           MOVE 0 TO WS-NB-LISTED.
           MOVE 0 TO WS-NB-OLDEST.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM 5268-DATE-TO-DAYS-START THRU 5268-DATE-TO-DAYS-END.
           MOVE WS-DATE-DAYS TO WS-TODAY-DAYS.

           MOVE '00' TO F-PENDLIST-STATUS.
           OPEN OUTPUT F-PENDLIST.
           IF NOT F-PENDLIST-STATUS-OK
               DISPLAY 'PENDING-LIST: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-PENDLIST-STATUS
               MOVE '00' TO F-PENDLIST-STATUS
               GO TO 5260-PENDING-LIST-END
           END-IF.
           MOVE WS-RUN-DATE TO WS-PNH-DATE.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-HEADER TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-RULE TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-COLUMN-LINE TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.

           MOVE '00' TO F-PENDING-STATUS.
           OPEN INPUT F-PENDING.
           IF F-PENDING-STATUS-OK
               PERFORM UNTIL F-PENDING-STATUS-EOF
                   READ F-PENDING NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 5265-LIST-ONE-START
                              THRU 5265-LIST-ONE-END
                   END-READ
               END-PERFORM
               CLOSE F-PENDING
           END-IF.
           MOVE '00' TO F-PENDING-STATUS.

           IF WS-NB-LISTED = 0
               MOVE SPACES TO REC-F-PENDLIST
               MOVE 'NOTHING AWAITING APPROVAL OR POSTING'
                   TO REC-F-PENDLIST
               WRITE REC-F-PENDLIST
           END-IF.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-RULE TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.
           MOVE WS-NB-LISTED TO WS-PNN-COUNT.
           MOVE WS-NB-OLDEST TO WS-PNN-OLDEST.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-COUNT-LINE TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.
           CLOSE F-PENDLIST.
           MOVE '00' TO F-PENDLIST-STATUS.
       5260-PENDING-LIST-END.
           GOBACK.

       5265-LIST-ONE-START.
           EVALUATE TRUE
               WHEN R-PND-IS-PENDING
                   MOVE 'PENDING'  TO WS-PND-D-STATE
                   MOVE R-PND-KEYED-DATE TO WS-DATE-IN
               WHEN R-PND-IS-APPROVED AND R-PND-APPLIED-DATE = 0
                   MOVE 'APPROVED' TO WS-PND-D-STATE
                   MOVE R-PND-DECIDED-DATE TO WS-DATE-IN
               WHEN OTHER
                   GO TO 5265-LIST-ONE-END
           END-EVALUATE.
           PERFORM 5268-DATE-TO-DAYS-START THRU 5268-DATE-TO-DAYS-END.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-NB-OLDEST
               MOVE WS-AGE-DAYS TO WS-NB-OLDEST
           END-IF.
           ADD 1 TO WS-NB-LISTED.

           MOVE R-PND-TERM        TO WS-PND-D-TERM.
           MOVE R-PND-SEQ         TO WS-PND-D-SEQ.
           MOVE WS-AGE-DAYS       TO WS-PND-D-AGE.
           MOVE R-PND-KEYED-BY    TO WS-PND-D-BY.
           MOVE R-PND-KEYED-DATE  TO WS-PND-D-ON.
           MOVE R-PND-DECIDED-BY  TO WS-PND-D-DEC.
           MOVE R-PND-IMAGE       TO WS-PND-D-IMAGE.
           MOVE SPACES TO REC-F-PENDLIST.
           MOVE WS-PNL-DETAIL-LINE TO REC-F-PENDLIST.
           WRITE REC-F-PENDLIST.
       5265-LIST-ONE-END.
           EXIT.

       5268-DATE-TO-DAYS-START.
           IF WS-DATE-IN IS NOT NUMERIC
               MOVE 0 TO WS-DATE-IN
           END-IF.
           COMPUTE WS-DATE-DAYS =
               (WS-DI-YYYY * 360) + ((WS-DI-MM - 1) * 30) + WS-DI-DD.
       5268-DATE-TO-DAYS-END.
           EXIT.
