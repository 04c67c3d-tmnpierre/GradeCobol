       IDENTIFICATION DIVISION.
       PROGRAM-ID. load-placement.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selin.
           COPY selrej.

       DATA DIVISION.
       FILE SECTION.
           COPY fdin.
           COPY fdrej.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-MIN-GRADE      PIC 99V99 VALUE 0.
       01  WS-MAX-GRADE      PIC 99V99 VALUE 20.
       01  WS-FOUND-CLASS    PIC X     VALUE 'N'.
       01  WS-PLC-ROW        PIC 999   VALUE 0.
       01  WS-PLC-REASON     PIC X(30) VALUE SPACES.

      *> A '20' record loads one work placement. The tutor's mark is
      *> converted to our 20-point form through scale-grade.cbl like
      *> a transfer credit and stored on the student/course pair's
      *> WS-CLASS-TAB row flagged 'P', so it counts with the
      *> placement course's own coefficient like any other course;
      *> the host organization, dates, hours and tutor go to
      *> WS-PLC-TAB for the transcript, the report and the
      *> minimum-hours rule. A later record for the same pair
      *> replaces the earlier one.
       PROCEDURE DIVISION.
       5198-LOAD-PLACEMENT-START.
           MOVE SPACES TO WS-PLC-REASON.
           MOVE R-PLC-KEY1 TO WS-CIX-KEY1.
           MOVE R-PLC-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.
           IF WS-CIX-STUDENT-ROW = 0 OR WS-CIX-COURSE-ROW = 0
               MOVE 'UNKNOWN STUDENT/COURSE ID' TO WS-PLC-REASON
               PERFORM 5199-REJECT-START THRU 5199-REJECT-END
               GO TO 5198-LOAD-PLACEMENT-END
           END-IF.

           IF R-PLC-HOST = SPACES
               MOVE 'PLACEMENT: NO HOST ORGANIZATION' TO WS-PLC-REASON
               PERFORM 5199-REJECT-START THRU 5199-REJECT-END
               GO TO 5198-LOAD-PLACEMENT-END
           END-IF.

           IF R-PLC-START IS NOT NUMERIC OR
              R-PLC-END IS NOT NUMERIC OR
              R-PLC-START > R-PLC-END
               MOVE 'PLACEMENT: BAD DATES' TO WS-PLC-REASON
               PERFORM 5199-REJECT-START THRU 5199-REJECT-END
               GO TO 5198-LOAD-PLACEMENT-END
           END-IF.

           IF R-PLC-HOURS IS NOT NUMERIC
               MOVE 'PLACEMENT: BAD HOURS' TO WS-PLC-REASON
               PERFORM 5199-REJECT-START THRU 5199-REJECT-END
               GO TO 5198-LOAD-PLACEMENT-END
           END-IF.

           MOVE R-PLC-SCALE TO WS-SCALE-CODE.
           MOVE R-PLC-GRADE TO WS-SCALE-RAW.
           CALL 'scale-grade'.
           IF WS-SCALE-BAD OR
              WS-SCALE-GRADE-20 < WS-MIN-GRADE OR
              WS-SCALE-GRADE-20 > WS-MAX-GRADE
               MOVE 'UNCONVERTIBLE PLACEMENT GRADE' TO WS-PLC-REASON
               PERFORM 5199-REJECT-START THRU 5199-REJECT-END
               GO TO 5198-LOAD-PLACEMENT-END
           END-IF.

           MOVE 0 TO WS-PLC-ROW.
           IF WS-NB-PLC > 0
               SET IDX-PLC TO 1
               SEARCH WS-PLC-TAB
                   WHEN WS-PLC-STUDENT(IDX-PLC) = R-PLC-KEY1 AND
                        WS-PLC-COURSE(IDX-PLC) = R-PLC-KEY2
                       SET WS-PLC-ROW TO IDX-PLC
               END-SEARCH
           END-IF.
           IF WS-PLC-ROW = 0
               IF WS-NB-PLC >= 999
                   MOVE 'PLACEMENT: TABLE FULL' TO WS-PLC-REASON
                   PERFORM 5199-REJECT-START THRU 5199-REJECT-END
                   GO TO 5198-LOAD-PLACEMENT-END
               END-IF
               ADD 1 TO WS-NB-PLC
               MOVE WS-NB-PLC  TO WS-PLC-ROW
               MOVE R-PLC-KEY1 TO WS-PLC-STUDENT(WS-PLC-ROW)
               MOVE R-PLC-KEY2 TO WS-PLC-COURSE(WS-PLC-ROW)
           END-IF.
           MOVE R-PLC-HOST       TO WS-PLC-HOST(WS-PLC-ROW).
           MOVE R-PLC-START      TO WS-PLC-START(WS-PLC-ROW).
           MOVE R-PLC-END        TO WS-PLC-END(WS-PLC-ROW).
           MOVE R-PLC-HOURS      TO WS-PLC-HOURS(WS-PLC-ROW).
           MOVE R-PLC-SUPERVISOR TO WS-PLC-SUPERVISOR(WS-PLC-ROW).
      *> The record's own minimum wins; without one the section's
      *> PLACEHOURS minimum applies.
           IF R-PLC-MIN-HOURS IS NUMERIC AND R-PLC-MIN-HOURS > 0
               MOVE R-PLC-MIN-HOURS TO WS-PLC-MIN-HOURS(WS-PLC-ROW)
           ELSE
               MOVE WS-PLACE-MIN-HOURS TO WS-PLC-MIN-HOURS(WS-PLC-ROW)
           END-IF.

           PERFORM 5198-FIND-OR-CREATE-CLASS-START
              THRU 5198-FIND-OR-CREATE-CLASS-END.
           MOVE WS-SCALE-GRADE-20 TO WS-CLASS-GRADE(IDX-CLASS).
           MOVE 'N' TO WS-CLASS-STATUS(IDX-CLASS).
           MOVE 'P' TO WS-CLASS-ORIGIN(IDX-CLASS).
           ADD 1 TO WS-NB-ACCEPTED.
       5198-LOAD-PLACEMENT-END.
           GOBACK.

      *> Same find-or-create walk load-transfer.cbl uses -- the
      *> class-index lookup above already located the pair's row.
       5198-FIND-OR-CREATE-CLASS-START.
           MOVE 'N' TO WS-FOUND-CLASS.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               SET WS-NB-RECORDS UP BY 1
               SET IDX-CLASS TO WS-NB-RECORDS
               MOVE R-PLC-KEY1 TO WS-CLASS-ID1(IDX-CLASS)
               MOVE R-PLC-KEY2 TO WS-CLASS-ID2(IDX-CLASS)
               MOVE 0   TO WS-CLASS-GRADE(IDX-CLASS)
               MOVE 'N' TO WS-CLASS-STATUS(IDX-CLASS)
               MOVE 0   TO WS-CLASS-NB-COMP(IDX-CLASS)
               MOVE 0   TO WS-CLASS-MISSED(IDX-CLASS)
               MOVE 'H' TO WS-CLASS-ORIGIN(IDX-CLASS)
               MOVE 'N' TO WS-CLASS-PRIOR-STATUS(IDX-CLASS)
               MOVE 'N' TO WS-CLASS-RETAKEN(IDX-CLASS)
               MOVE 0   TO WS-CLASS-S1-GRADE(IDX-CLASS)
               MOVE 0   TO WS-CLASS-DROP-DATE(IDX-CLASS)
               MOVE 0   TO WS-CLASS-MISSED-J(IDX-CLASS)
               IF WS-CIX-COURSE-ROW > 0
                   ADD 1 TO WS-COURSE-ENROLLED(WS-CIX-COURSE-ROW)
               END-IF
           END-IF.
       5198-FIND-OR-CREATE-CLASS-END.
           EXIT.

       5199-REJECT-START.
           MOVE SPACES TO REC-F-REJECT.
           MOVE WS-PLC-REASON TO R-REJ-REASON.
           MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE.
           MOVE REC-PLACEMENT TO R-REJ-RECORD.
           WRITE REC-F-REJECT.
           CALL 'test-status'.
           ADD 1 TO WS-NB-REJECTS.
       5199-REJECT-END.
           EXIT.
