
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-CHK-RULE        PIC X(60)   VALUE ALL '-'.
       01  F-GRDCHK-STATUS    PIC X(02)   VALUE '00'.
       01  WS-ASK-TERM        PIC X(10)   VALUE SPACES.
       01  WS-TODAY           PIC 9(8)    VALUE 0.
       01  WS-DEADLINE        PIC 9(8)    VALUE 0.
      *> The posting date a course's gradebook is chased for: the
      *> deadline when the calendar has one, otherwise today.
       01  WS-ROUTE-DATE      PIC 9(8)    VALUE 0.
       01  WS-ROSTER-SIZE     PIC 999     VALUE 0.
       01  WS-NB-INCOMPLETE   PIC 999     VALUE 0.
       01  WS-MISSING         PIC S999    VALUE 0.
           03 WS-GCL-ROSTER   PIC ZZ9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-GCL-FLAG     PIC X(12).
           03 WS-GCL-SUBST    PIC X(13).

       01  WS-CHK-TEA-LINE.
           03 WS-GTL-NAME     PIC X(13).
      *> per instructor -- so the office chases the late gradebook on
      *> Tuesday instead of reading about it in Friday night's audit
      *> report. The term calendar supplies the posting deadline the
      *> countdown is measured against. A course a substitute is
      *> teaching on the posting date is chased with the substitute,
      *> not the instructor on leave.
       PROCEDURE DIVISION.
       1950-GRADEBOOK-CHECK-START.
           MOVE 'input.dat'   TO WS-FILE-INPUT-NAME.
           MOVE '00' TO F-INPUT-STATUS.
           MOVE '00' TO F-ENROLL-STATUS.
           MOVE '00' TO F-TERMCAL-STATUS.
           MOVE 'subst.dat'   TO WS-FILE-SUBST-NAME.
           MOVE 'teamast.dat' TO WS-FILE-TEAMAST-NAME.
           MOVE '00' TO F-SUBST-STATUS.
           MOVE '00' TO F-TEAMAST-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY 'TERM BEING POSTED: '.
                                  THRU 1963-TALLY-PAIR-END
                           WHEN '05'
                               MOVE R-COMP-KEY1 TO WS-PAIR-KEY1
                               IF R-COMP-CAND NOT = SPACES
                                   MOVE 'F' TO WS-CDK-ACTION
                                   MOVE R-COMP-CAND TO WS-CDK-CAND
                                   CALL 'cand-key'
                                   MOVE WS-CDK-STUDENT TO WS-PAIR-KEY1
                               END-IF
                               MOVE R-COMP-KEY2 TO WS-PAIR-KEY2
                               PERFORM 1963-TALLY-PAIR-START
                                  THRU 1963-TALLY-PAIR-END
           EXIT.

       1970-WRITE-REPORT-START.
           IF WS-DEADLINE > 0
               MOVE WS-DEADLINE TO WS-ROUTE-DATE
           ELSE
               MOVE WS-TODAY TO WS-ROUTE-DATE
           END-IF.
           OPEN OUTPUT F-GRDCHK.
           IF NOT F-GRDCHK-STATUS-OK
               DISPLAY 'UNABLE TO OPEN gradechk.dat, STATUS' SPACE
           EXIT.

       1975-WRITE-COURSE-START.
           MOVE 'F' TO WS-SBT-ACTION.
           MOVE WS-GC-ID(IDX-GC) TO WS-SBT-COURSE.
           MOVE WS-ROUTE-DATE TO WS-SBT-DATE.
           MOVE WS-GC-TEACHER(IDX-GC) TO WS-SBT-TEACHER.
           CALL 'subst-teacher'.
           MOVE WS-SBT-TEACHER TO WS-GC-TEACHER(IDX-GC).
           IF WS-SBT-IS-SUBST
               MOVE ' | SUBSTITUTE' TO WS-GCL-SUBST
           ELSE
               MOVE SPACES TO WS-GCL-SUBST
           END-IF.
           COMPUTE WS-MISSING = WS-ROSTER-SIZE -
               WS-GC-GRADED(IDX-GC).
           IF WS-MISSING < 0
