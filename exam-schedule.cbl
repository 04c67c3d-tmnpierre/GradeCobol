       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selexc.
           COPY selexa.

       DATA DIVISION.
       FILE SECTION.
           COPY fdexc.
           COPY fdexa.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-IND-CL2         PIC 9(4)    VALUE 0.
       01  WS-SLOT-1          PIC 99      VALUE 0.
       01  WS-SLOT-2          PIC 99      VALUE 0.
       01  WS-IND-SLOT        PIC 999     VALUE 0.
       01  WS-SLOT-TOTAL      PIC 9(5)    VALUE 0.
       01  WS-SLOT-USED       PIC X       VALUE 'N'.
       01  WS-SLOT-HALL       PIC 9(5)    VALUE 0.

      *> Accommodation working storage: students sitting apart per
      *> slot, the slots one accommodated student sits, and that
      *> student's plan folded to one line (codes, greatest extra
      *> time, whether any code takes them out of the main hall).
       01  WS-SLOT-APART-TAB.
           03 WS-SLOT-APART   PIC 999     OCCURS 99.
       01  WS-STU-SLOT-TAB.
           03 WS-STU-SLOT     PIC X       OCCURS 99.
       01  WS-IND-SLOT2       PIC 999     VALUE 0.
       01  WS-ACM-FOUND       PIC X       VALUE 'N'.
       01  WS-ACM-IS-APART    PIC X       VALUE 'N'.
       01  WS-ACM-MAX-EXTRA   PIC 999     VALUE 0.
       01  WS-ACM-MINUTES     PIC 9(5)    VALUE 0.
       01  WS-ACM-WINDOW      PIC 9(6)    VALUE 0.
       01  WS-ACM-CODES       PIC X(14)   VALUE SPACES.
       01  WS-ACM-CODE-POS    PIC 99      VALUE 0.
       01  WS-ACM-SID         PIC 999     VALUE 0.
       01  WS-ACM-COURSE      PIC 999     VALUE 0.
       01  WS-ACM-EXAM-SHOWN  PIC X       VALUE 'N'.
       01  WS-NB-ACM-LISTED   PIC 9(4)    VALUE 0.

       01  WS-EXAM-HEADER.
           03 FILLER          PIC X(31)  VALUE
           03 WS-EXR-CAP      PIC ZZZZ9.
           03 FILLER          PIC X(15)  VALUE ' OVER CAPACITY'.

       01  WS-EXAM-APART-LINE.
           03 FILLER          PIC X(6)   VALUE 'SLOT '.
           03 WS-EXP-SLOT     PIC Z9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(15)  VALUE 'SEPARATE ROOM: '.
           03 WS-EXP-COUNT    PIC ZZ9.
           03 FILLER          PIC X(11)  VALUE ' STUDENT(S)'.

       01  WS-EXAM-OVERRUN-LINE.
           03 FILLER          PIC X(6)   VALUE 'SLOT '.
           03 WS-EXO-SLOT     PIC Z9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-EXO-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(12)  VALUE 'EXTRA TIME: '.
           03 WS-EXO-MINUTES  PIC ZZZZ9.
           03 FILLER          PIC X(20)  VALUE ' MIN RUNS INTO SLOT '.
           03 WS-EXO-NEXT     PIC Z9.

       01  WS-EXAM-COUNT-LINE.
           03 FILLER          PIC X(20)  VALUE 'CONFLICTS FOUND : '.
           03 WS-EXN-COUNT    PIC ZZ9.

      *> Proctors' list, one block per exam that seats at least one
      *> accommodated student.
       01  WS-EXA-HEADER.
           03 FILLER          PIC X(44)  VALUE
              'EXAM ACCOMMODATIONS -- CONFIDENTIAL --      '.
           03 WS-EXA-TERM     PIC X(10).

       01  WS-EXA-EXAM-LINE.
           03 FILLER          PIC X(6)   VALUE 'SLOT '.
           03 WS-EXA-SLOT     PIC Z9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-EXA-COURSE   PIC X(21).

       01  WS-EXA-STUDENT-LINE.
           03 FILLER          PIC X(4)   VALUE SPACES.
           03 WS-EXA-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-EXA-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-EXA-CODES    PIC X(14).
           03 FILLER          PIC X(4)   VALUE ' | +'.
           03 WS-EXA-EXTRA    PIC ZZ9.
           03 FILLER          PIC X(4)   VALUE '% | '.
           03 WS-EXA-MINUTES  PIC ZZZZ9.
           03 FILLER          PIC X(7)   VALUE ' MIN | '.
           03 WS-EXA-ROOM     PIC X(13).

       01  WS-EXA-COUNT-LINE.
           03 FILLER          PIC X(24)  VALUE
              'ACCOMMODATED SITTINGS : '.
           03 WS-EXA-COUNT    PIC ZZZ9.

      *> The wall chart's blind spots, found before publication: any
      *> student enrolled in two courses whose '02' records declare
      *> the same exam slot, and any slot whose summed enrollment
      *> exceeds the room capacity the SLOTCAP card configures.
      *> Dropped and withheld rows still sit the exam roll -- only a
      *> dropped pair is excused.
      *> Accommodation plans ('19' records) are accounted for too:
      *> students whose plan seats them apart (separate room, scribe,
      *> reader) are counted per slot and left out of the main-hall
      *> capacity check, and a student whose extra time runs past
      *> the start of their next sitting (EXAMMINS, SLOTGAP cards)
      *> is flagged as a conflict. The per-exam list of who needs
      *> what goes to the proctors in its own file, never into the
      *> conflict report, which circulates more widely.
       PROCEDURE DIVISION.
       6480-EXAM-SCHEDULE-START.
           MOVE '00' TO F-EXAMCONF-STATUS.
                   END-IF
           END-PERFORM.

           INITIALIZE WS-SLOT-APART-TAB.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF WS-NB-ACM > 0
                       PERFORM 6487-CHECK-ACCOMMODATED-START
                          THRU 6487-CHECK-ACCOMMODATED-END
                   END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
              UNTIL WS-IND-SLOT > 99
                   IF WS-SLOT-CAPACITY > 0
                       PERFORM 6486-CHECK-SLOT-ROOM-START
                          THRU 6486-CHECK-SLOT-ROOM-END
                   END-IF
                   IF WS-SLOT-APART(WS-IND-SLOT) > 0
                       MOVE WS-IND-SLOT TO WS-EXP-SLOT
                       MOVE WS-SLOT-APART(WS-IND-SLOT) TO WS-EXP-COUNT
                       MOVE SPACES TO REC-F-EXAMCONF
                       MOVE WS-EXAM-APART-LINE TO REC-F-EXAMCONF
                       WRITE REC-F-EXAMCONF
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-EXAMCONF.
           MOVE WS-EXAM-RULE TO REC-F-EXAMCONF.
               DISPLAY 'EXAM CONFLICTS :' SPACE WS-EXN-COUNT SPACE
                       '(SEE' SPACE WS-FILE-EXAMCONF-NAME ')'
           END-IF.

           IF WS-NB-ACM > 0
               PERFORM 6492-LIST-ACCOMMODATIONS-START
                  THRU 6492-LIST-ACCOMMODATIONS-END
           END-IF.
       6480-EXAM-SCHEDULE-END.
           GOBACK.

                           WS-SLOT-TOTAL
                   END-IF
           END-PERFORM.
           MOVE WS-SLOT-TOTAL TO WS-SLOT-HALL.
           IF WS-SLOT-APART(WS-IND-SLOT) < WS-SLOT-TOTAL
               SUBTRACT WS-SLOT-APART(WS-IND-SLOT) FROM WS-SLOT-HALL
           ELSE
               MOVE 0 TO WS-SLOT-HALL
           END-IF.
           IF WS-SLOT-USED = 'Y' AND
              WS-SLOT-HALL > WS-SLOT-CAPACITY
               ADD 1 TO WS-NB-CONFLICTS
               MOVE WS-IND-SLOT TO WS-EXR-SLOT
               MOVE WS-SLOT-HALL TO WS-EXR-TOTAL
               MOVE WS-SLOT-CAPACITY TO WS-EXR-CAP
               MOVE SPACES TO REC-F-EXAMCONF
               MOVE WS-EXAM-ROOM-LINE TO REC-F-EXAMCONF
           END-IF.
       6486-CHECK-SLOT-ROOM-END.
           EXIT.

      *> One student's plan against their sittings: the slots they
      *> sit (dropped rows excused), one separate-room seat in each
      *> when any code takes them out of the hall, and each sitting's
      *> extended paper against the start of the next one.
       6487-CHECK-ACCOMMODATED-START.
           MOVE WS-STUDENT-ID(WS-IND-ST) TO WS-ACM-SID.
           PERFORM 6491-FOLD-PLAN-START THRU 6491-FOLD-PLAN-END.
           IF WS-ACM-FOUND = 'N'
               GO TO 6487-CHECK-ACCOMMODATED-END
           END-IF.

           INITIALIZE WS-STU-SLOT-TAB.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID1(WS-IND-CL) = WS-ACM-SID AND
                      NOT WS-CLASS-DROPPED(WS-IND-CL)
                       MOVE 0 TO WS-SLOT-1
                       SET IDX-COURSE TO 1
                       SEARCH WS-COURSE-TAB
                           WHEN WS-COURSE-ID(IDX-COURSE) =
                                WS-CLASS-ID2(WS-IND-CL)
                               MOVE WS-COURSE-SLOT(IDX-COURSE)
                                   TO WS-SLOT-1
                       END-SEARCH
                       IF WS-SLOT-1 > 0
                           MOVE 'Y' TO WS-STU-SLOT(WS-SLOT-1)
                       END-IF
                   END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
              UNTIL WS-IND-SLOT > 99
                   IF WS-STU-SLOT(WS-IND-SLOT) = 'Y'
                       IF WS-ACM-IS-APART = 'Y'
                           ADD 1 TO WS-SLOT-APART(WS-IND-SLOT)
                       END-IF
                       IF WS-ACM-MAX-EXTRA > 0
                           PERFORM 6489-CHECK-OVERRUN-START
                              THRU 6489-CHECK-OVERRUN-END
                       END-IF
                   END-IF
           END-PERFORM.
       6487-CHECK-ACCOMMODATED-END.
           EXIT.

      *> Slots are numbered in timetable order, SLOTGAP minutes
      *> apart: the extended paper must end before the student's
      *> next sitting starts.
       6489-CHECK-OVERRUN-START.
           COMPUTE WS-IND-SLOT2 = WS-IND-SLOT + 1.
           PERFORM UNTIL WS-IND-SLOT2 > 99
              OR WS-STU-SLOT(WS-IND-SLOT2) = 'Y'
               ADD 1 TO WS-IND-SLOT2
           END-PERFORM.
           IF WS-IND-SLOT2 > 99
               GO TO 6489-CHECK-OVERRUN-END
           END-IF.
           COMPUTE WS-ACM-WINDOW =
                   (WS-IND-SLOT2 - WS-IND-SLOT) * WS-SLOT-GAP.
           IF WS-ACM-MINUTES > WS-ACM-WINDOW
               ADD 1 TO WS-NB-CONFLICTS
               MOVE WS-IND-SLOT TO WS-EXO-SLOT
               MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-EXO-NAME
               MOVE WS-ACM-MINUTES TO WS-EXO-MINUTES
               MOVE WS-IND-SLOT2 TO WS-EXO-NEXT
               MOVE SPACES TO REC-F-EXAMCONF
               MOVE WS-EXAM-OVERRUN-LINE TO REC-F-EXAMCONF
               WRITE REC-F-EXAMCONF
           END-IF.
       6489-CHECK-OVERRUN-END.
           EXIT.

      *> Folds WS-ACM-SID's accommodation rows: the codes side by
      *> side, the greatest extra time, the paper's length with it
      *> (rounded up to the minute), and whether any code seats the
      *> student apart. WS-ACM-FOUND = 'N' when there is no plan.
       6491-FOLD-PLAN-START.
           MOVE 'N' TO WS-ACM-FOUND.
           MOVE 'N' TO WS-ACM-IS-APART.
           MOVE 0 TO WS-ACM-MAX-EXTRA.
           MOVE SPACES TO WS-ACM-CODES.
           MOVE 1 TO WS-ACM-CODE-POS.
           PERFORM VARYING IDX-ACM FROM 1 BY 1
              UNTIL IDX-ACM > WS-NB-ACM
                   IF WS-ACM-STUDENT(IDX-ACM) = WS-ACM-SID
                       MOVE 'Y' TO WS-ACM-FOUND
                       IF WS-ACM-APART(IDX-ACM)
                           MOVE 'Y' TO WS-ACM-IS-APART
                       END-IF
                       IF WS-ACM-EXTRA(IDX-ACM) > WS-ACM-MAX-EXTRA
                           MOVE WS-ACM-EXTRA(IDX-ACM)
                               TO WS-ACM-MAX-EXTRA
                       END-IF
                       IF WS-ACM-CODE-POS < 14
                           MOVE WS-ACM-CODE(IDX-ACM) TO
                                WS-ACM-CODES(WS-ACM-CODE-POS:2)
                           ADD 3 TO WS-ACM-CODE-POS
                       END-IF
                   END-IF
           END-PERFORM.
           COMPUTE WS-ACM-MINUTES =
                   (WS-EXAM-MINUTES * (100 + WS-ACM-MAX-EXTRA) + 99)
                   / 100.
       6491-FOLD-PLAN-END.
           EXIT.

      *> The proctors' list: exams in slot order, each followed by
      *> its accommodated candidates. Courses with no slot are not
      *> sat in the exam session and are left out.
       6492-LIST-ACCOMMODATIONS-START.
           MOVE '00' TO F-EXAMACC-STATUS.
           OPEN OUTPUT F-EXAMACC.
           IF NOT F-EXAMACC-STATUS-OK
               DISPLAY 'EXAM-SCHEDULE: UNABLE TO OPEN ACCOMMODATION'
                       SPACE 'LIST, STATUS' SPACE F-EXAMACC-STATUS
               GO TO 6492-LIST-ACCOMMODATIONS-END
           END-IF.

           MOVE WS-TERM TO WS-EXA-TERM.
           MOVE SPACES TO REC-F-EXAMACC.
           MOVE WS-EXA-HEADER TO REC-F-EXAMACC.
           WRITE REC-F-EXAMACC.
           MOVE SPACES TO REC-F-EXAMACC.
           MOVE WS-EXAM-RULE TO REC-F-EXAMACC.
           WRITE REC-F-EXAMACC.

           MOVE 0 TO WS-NB-ACM-LISTED.
           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
              UNTIL WS-IND-SLOT > 99
                   PERFORM VARYING WS-IND-CO FROM 1 BY 1
                      UNTIL WS-IND-CO > WS-NB-COURSES
                           IF WS-COURSE-SLOT(WS-IND-CO) = WS-IND-SLOT
                               PERFORM 6494-LIST-EXAM-START
                                  THRU 6494-LIST-EXAM-END
                           END-IF
                   END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REC-F-EXAMACC.
           MOVE WS-EXAM-RULE TO REC-F-EXAMACC.
           WRITE REC-F-EXAMACC.
           MOVE WS-NB-ACM-LISTED TO WS-EXA-COUNT.
           MOVE SPACES TO REC-F-EXAMACC.
           MOVE WS-EXA-COUNT-LINE TO REC-F-EXAMACC.
           WRITE REC-F-EXAMACC.
           CLOSE F-EXAMACC.
           DISPLAY 'EXAM ACCOMMODATIONS :' SPACE WS-EXA-COUNT SPACE
                   '(SEE' SPACE WS-FILE-EXAMACC-NAME ')'.
       6492-LIST-ACCOMMODATIONS-END.
           EXIT.

      *> The exam line is written with the first candidate found, so
      *> an exam with no accommodated student leaves no trace.
       6494-LIST-EXAM-START.
           MOVE 'N' TO WS-ACM-EXAM-SHOWN.
           MOVE WS-COURSE-ID(WS-IND-CO) TO WS-ACM-COURSE.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID2(WS-IND-CL) = WS-ACM-COURSE AND
                      NOT WS-CLASS-DROPPED(WS-IND-CL)
                       PERFORM 6496-LIST-CANDIDATE-START
                          THRU 6496-LIST-CANDIDATE-END
                   END-IF
           END-PERFORM.
       6494-LIST-EXAM-END.
           EXIT.

       6496-LIST-CANDIDATE-START.
           MOVE WS-CLASS-ID1(WS-IND-CL) TO WS-ACM-SID.
           PERFORM 6491-FOLD-PLAN-START THRU 6491-FOLD-PLAN-END.
           IF WS-ACM-FOUND = 'N'
               GO TO 6496-LIST-CANDIDATE-END
           END-IF.

           IF WS-ACM-EXAM-SHOWN = 'N'
               MOVE 'Y' TO WS-ACM-EXAM-SHOWN
               MOVE WS-IND-SLOT TO WS-EXA-SLOT
               MOVE WS-COURSE-NAME(WS-IND-CO) TO WS-EXA-COURSE
               MOVE SPACES TO REC-F-EXAMACC
               MOVE WS-EXA-EXAM-LINE TO REC-F-EXAMACC
               WRITE REC-F-EXAMACC
           END-IF.

           ADD 1 TO WS-NB-ACM-LISTED.
           MOVE WS-ACM-SID TO WS-EXA-ID.
           MOVE SPACES TO WS-EXA-NAME.
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) = WS-ACM-SID
                   MOVE WS-STUDENT-NAME(IDX-STUDENT) TO WS-EXA-NAME
           END-SEARCH.
           MOVE WS-ACM-CODES TO WS-EXA-CODES.
           MOVE WS-ACM-MAX-EXTRA TO WS-EXA-EXTRA.
           MOVE WS-ACM-MINUTES TO WS-EXA-MINUTES.
           IF WS-ACM-IS-APART = 'Y'
               MOVE 'SEPARATE ROOM' TO WS-EXA-ROOM
           ELSE
               MOVE 'MAIN HALL' TO WS-EXA-ROOM
           END-IF.
           MOVE SPACES TO REC-F-EXAMACC.
           MOVE WS-EXA-STUDENT-LINE TO REC-F-EXAMACC.
           WRITE REC-F-EXAMACC.
       6496-LIST-CANDIDATE-END.
           EXIT.
