           03 WS-ARC-NAME         PIC X(21).
           03 FILLER              PIC X(3)   VALUE ' | '.
           03 WS-ARC-GRADE        PIC X(6).
           03 FILLER              PIC X(3)   VALUE ' | '.
           03 WS-ARC-NEED-LBL     PIC X(8).
           03 WS-ARC-NEED         PIC X(15).

       01  WS-ATRISK-COUNT-LINE.
           03 WS-ARN-LBL          PIC X(19).
           03 WS-ARN-COUNT        PIC ZZ9.

       01  WS-ATRISK-LOST-LINE.
           03 WS-ARL-NAME         PIC X(13).
           03 FILLER              PIC X(3)   VALUE ' | '.
           03 WS-ARL-NEED-LBL     PIC X(8).
           03 WS-ARL-NEED         PIC ZZ9,99.

      *> Mark-needed projection. Per course: what the graded
      *> components have earned (grade x weight), the weight already
      *> behind the student and the expected weight still to come
      *> (WS-COURSE-EXP types with no graded component yet), giving
      *> the mark needed on the remainder for the course to reach
      *> WS-PASS-MARK. Overall: the same uniform mark across all the
      *> outstanding work, each course weighted by its track
      *> coefficient exactly as calc-avg.cbl weights it.
       01  WS-PRJ-EARNED          PIC 9(4)V9(4) VALUE 0.
       01  WS-PRJ-W-GOT           PIC 99V99     VALUE 0.
       01  WS-PRJ-W-OUT           PIC 99V99     VALUE 0.
       01  WS-PRJ-W-TOT           PIC 99V99     VALUE 0.
       01  WS-PRJ-NEED            PIC S9(5)V99  VALUE 0.
       01  WS-PRJ-FOUND           PIC X         VALUE 'N'.
       01  WS-PRJ-SUM-FIXED       PIC 9(5)V9(4) VALUE 0.
       01  WS-PRJ-SUM-OPEN        PIC 9(5)V9(4) VALUE 0.
       01  WS-PRJ-SUM-COEF        PIC 9(5)V9    VALUE 0.
       01  WS-PRJ-OVERALL         PIC S9(5)V99  VALUE 0.

      *> Students whose overall mark needed is already above 20 --
      *> listed again in their own section after the main list.
       01  WS-NB-ATR-LOST         PIC 999       VALUE 0.
       01  WS-ATR-LOST-TAB        OCCURS 999 INDEXED BY IDX-LOST.
           03 WS-LOST-ST          PIC 999.
           03 WS-LOST-NEED        PIC 9(3)V99.

      *> PROGRESS-run companion to write-output.cbl: instead of a
      *> merit list that brands every partial average a REDOUBLE, list
      *> each student whose weighted average so far sits below
      *> WS-PASS-MARK, with the specific courses dragging them down
      *> (graded rows below the mark -- INC/ABS rows are flagged by
      *> the missing-grade code itself, not a phantom zero). What the
      *> guidance counselors need in week 8. Each listed course and
      *> each student also carries the mark still needed on the
      *> outstanding components to reach the pass mark, and the
      *> students for whom that is already above 20 are listed a
      *> second time in an OUT OF REACH section of their own.
       PROCEDURE DIVISION.
       7200-AT-RISK-START.
           OPEN OUTPUT F-ATRISK.
           MOVE WS-MSG-ATR-AVG-LBL  TO WS-ARS-AVG-LBL.
           MOVE WS-MSG-ATR-MARK-LBL TO WS-ARS-MARK-LBL.
           MOVE WS-MSG-ATR-COUNT    TO WS-ARN-LBL.
           MOVE WS-MSG-ATR-NEED-LBL TO WS-ARL-NEED-LBL.
           MOVE WS-TERM TO WS-ARH-TERM.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-ATRISK-HEADER TO REC-F-ATRISK.
      *> at-risk signal -- they are no longer the counselors' case,
      *> same exclusion every other consumer of the table applies.
           MOVE 0 TO WS-NB-AT-RISK.
           MOVE 0 TO WS-NB-ATR-LOST.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF WS-STUDENT-AVG(WS-IND-ST) < WS-PASS-MARK AND
           MOVE WS-ATRISK-COUNT-LINE TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.

           PERFORM 7250-WRITE-LOST-START THRU 7250-WRITE-LOST-END.

           CLOSE F-ATRISK.
       7200-AT-RISK-END.
           GOBACK.
           END-IF.
           WRITE REC-F-ATRISK.

           MOVE 0 TO WS-PRJ-SUM-FIXED.
           MOVE 0 TO WS-PRJ-SUM-OPEN.
           MOVE 0 TO WS-PRJ-SUM-COEF.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID1(WS-IND-CL) = WS-ID1
                       PERFORM 7230-PROJECT-COURSE-START
                          THRU 7230-PROJECT-COURSE-END
                   END-IF
           END-PERFORM.
           PERFORM 7240-WRITE-OVERALL-START
              THRU 7240-WRITE-OVERALL-END.
       7210-WRITE-STUDENT-END.
           EXIT.

       7220-WRITE-COURSE-START.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-ATRISK-COURSE-LINE TO REC-F-ATRISK.
           IF WS-LOCALE-PERIOD
           WRITE REC-F-ATRISK.
       7220-WRITE-COURSE-END.
           EXIT.

      *> One class row of the student. Option courses (bonus-only),
      *> exempt and dropped pairs and grades under appeal take no part
      *> in the projection. A plain '03' grade with no components is
      *> final; an INC/ABS row with no components still owes the whole
      *> expected set (or, with none declared, the whole course). A
      *> component that arrived INC/ABS is still outstanding.
       7230-PROJECT-COURSE-START.
           IF WS-CLASS-EXEMPT(WS-IND-CL) OR
              WS-CLASS-DROPPED(WS-IND-CL) OR
              WS-CLASS-HELD(WS-IND-CL)
               GO TO 7230-PROJECT-COURSE-END
           END-IF.
           SET WS-ID2 TO WS-CLASS-ID2(WS-IND-CL).
           MOVE 'N' TO WS-PRJ-FOUND.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                   MOVE 'Y' TO WS-PRJ-FOUND
           END-SEARCH.
           IF WS-PRJ-FOUND = 'N'
               GO TO 7230-PROJECT-COURSE-END
           END-IF.
           IF WS-COURSE-IS-OPTION(IDX-COURSE)
               GO TO 7230-PROJECT-COURSE-END
           END-IF.

           MOVE 0 TO WS-PRJ-EARNED.
           MOVE 0 TO WS-PRJ-W-GOT.
           MOVE 0 TO WS-PRJ-W-OUT.
           IF WS-CLASS-NB-COMP(WS-IND-CL) = 0
               IF WS-CLASS-GRADED(WS-IND-CL)
                   MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-PRJ-EARNED
                   MOVE 1 TO WS-PRJ-W-GOT
               ELSE
                   IF WS-COURSE-NB-EXP(IDX-COURSE) = 0
                       MOVE 1 TO WS-PRJ-W-OUT
                   ELSE
                       PERFORM VARYING IDX-CEXP FROM 1 BY 1
                          UNTIL IDX-CEXP >
                                WS-COURSE-NB-EXP(IDX-COURSE)
                           ADD WS-CEXP-WEIGHT(IDX-COURSE IDX-CEXP)
                               TO WS-PRJ-W-OUT
                       END-PERFORM
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING IDX-COMP FROM 1 BY 1
                  UNTIL IDX-COMP > WS-CLASS-NB-COMP(WS-IND-CL)
                   IF WS-COMP-GRADED(WS-IND-CL IDX-COMP)
                       COMPUTE WS-PRJ-EARNED = WS-PRJ-EARNED +
                           WS-COMP-GRADE(WS-IND-CL IDX-COMP) *
                           WS-COMP-WEIGHT(WS-IND-CL IDX-COMP)
                       ADD WS-COMP-WEIGHT(WS-IND-CL IDX-COMP)
                           TO WS-PRJ-W-GOT
                   END-IF
               END-PERFORM
               PERFORM VARYING IDX-CEXP FROM 1 BY 1
                  UNTIL IDX-CEXP > WS-COURSE-NB-EXP(IDX-COURSE)
                   MOVE 'N' TO WS-PRJ-FOUND
                   PERFORM VARYING IDX-COMP FROM 1 BY 1
                      UNTIL IDX-COMP > WS-CLASS-NB-COMP(WS-IND-CL)
                       IF WS-COMP-GRADED(WS-IND-CL IDX-COMP) AND
                          WS-COMP-TYPE(WS-IND-CL IDX-COMP) =
                          WS-CEXP-TYPE(IDX-COURSE IDX-CEXP)
                           MOVE 'Y' TO WS-PRJ-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PRJ-FOUND = 'N'
                       ADD WS-CEXP-WEIGHT(IDX-COURSE IDX-CEXP)
                           TO WS-PRJ-W-OUT
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-PRJ-W-TOT = WS-PRJ-W-GOT + WS-PRJ-W-OUT.
           IF WS-PRJ-W-TOT = 0
               GO TO 7230-PROJECT-COURSE-END
           END-IF.

           MOVE WS-COURSE-ID(IDX-COURSE) TO WS-TKC-COURSE.
           MOVE WS-STUDENT-TRACK(WS-IND-ST) TO WS-TKC-TRACK.
           MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF.
           CALL 'track-coef'.
           COMPUTE WS-PRJ-SUM-FIXED ROUNDED = WS-PRJ-SUM-FIXED +
               WS-TKC-COEF * WS-PRJ-EARNED / WS-PRJ-W-TOT.
           COMPUTE WS-PRJ-SUM-OPEN ROUNDED = WS-PRJ-SUM-OPEN +
               WS-TKC-COEF * WS-PRJ-W-OUT / WS-PRJ-W-TOT.
           ADD WS-TKC-COEF TO WS-PRJ-SUM-COEF.

      *> Listed: every course with work still to come, and as before
      *> every graded course already below the mark.
           IF WS-PRJ-W-OUT = 0
               IF NOT WS-CLASS-GRADED(WS-IND-CL) OR
                  WS-CLASS-GRADE(WS-IND-CL) NOT < WS-PASS-MARK
                   GO TO 7230-PROJECT-COURSE-END
               END-IF
           END-IF.
           MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-ARC-NAME.
           EVALUATE TRUE
               WHEN WS-CLASS-INCOMPLETE(WS-IND-CL)
                   MOVE 'INC' TO WS-ARC-GRADE
               WHEN WS-CLASS-ABSENT(WS-IND-CL)
                   MOVE 'ABS' TO WS-ARC-GRADE
               WHEN OTHER
                   MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-GRADE-EDIT
                   MOVE WS-GRADE-EDIT TO WS-ARC-GRADE
           END-EVALUATE.
           IF WS-PRJ-W-OUT = 0
               MOVE SPACES TO WS-ARC-NEED-LBL
               MOVE WS-MSG-ATR-NO-WORK TO WS-ARC-NEED
           ELSE
               COMPUTE WS-PRJ-NEED ROUNDED =
                   (WS-PASS-MARK * WS-PRJ-W-TOT - WS-PRJ-EARNED)
                   / WS-PRJ-W-OUT
               PERFORM 7260-EDIT-NEED-START THRU 7260-EDIT-NEED-END
           END-IF.
           PERFORM 7220-WRITE-COURSE-START THRU 7220-WRITE-COURSE-END.
       7230-PROJECT-COURSE-END.
           EXIT.

      *> The uniform mark m on every outstanding component that brings
      *> the coefficient-weighted average to the pass mark:
      *> sum(coef x (earned + m x out) / total) = pass x sum(coef).
      *> Option bonus is left out, so the figure errs on the safe side.
       7240-WRITE-OVERALL-START.
           MOVE WS-MSG-ATR-OVERALL TO WS-ARC-NAME.
           MOVE SPACES TO WS-ARC-GRADE.
           IF WS-PRJ-SUM-OPEN = 0
               MOVE SPACES TO WS-ARC-NEED-LBL
               MOVE WS-MSG-ATR-NO-WORK TO WS-ARC-NEED
           ELSE
               COMPUTE WS-PRJ-NEED ROUNDED =
                   (WS-PASS-MARK * WS-PRJ-SUM-COEF - WS-PRJ-SUM-FIXED)
                   / WS-PRJ-SUM-OPEN
               PERFORM 7260-EDIT-NEED-START THRU 7260-EDIT-NEED-END
               IF WS-PRJ-NEED > 20 AND WS-NB-ATR-LOST < 999
                   ADD 1 TO WS-NB-ATR-LOST
                   MOVE WS-IND-ST TO WS-LOST-ST(WS-NB-ATR-LOST)
                   IF WS-PRJ-NEED > 999
                       MOVE 999 TO WS-LOST-NEED(WS-NB-ATR-LOST)
                   ELSE
                       MOVE WS-PRJ-NEED
                           TO WS-LOST-NEED(WS-NB-ATR-LOST)
                   END-IF
               END-IF
           END-IF.
           PERFORM 7220-WRITE-COURSE-START THRU 7220-WRITE-COURSE-END.
       7240-WRITE-OVERALL-END.
           EXIT.

       7250-WRITE-LOST-START.
           MOVE SPACES TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-MSG-ATR-LOST-TITLE TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-ATRISK-RULE TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.
           PERFORM VARYING IDX-LOST FROM 1 BY 1
              UNTIL IDX-LOST > WS-NB-ATR-LOST
                   MOVE WS-STUDENT-NAME(WS-LOST-ST(IDX-LOST))
                       TO WS-ARL-NAME
                   MOVE WS-LOST-NEED(IDX-LOST) TO WS-ARL-NEED
                   MOVE SPACES TO REC-F-ATRISK
                   MOVE WS-ATRISK-LOST-LINE TO REC-F-ATRISK
                   IF WS-LOCALE-PERIOD
                       INSPECT REC-F-ATRISK REPLACING ALL ',' BY '.'
                   END-IF
                   WRITE REC-F-ATRISK
           END-PERFORM.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-ATRISK-RULE TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.
           MOVE WS-MSG-ATR-LOST-COUNT TO WS-ARN-LBL.
           MOVE WS-NB-ATR-LOST TO WS-ARN-COUNT.
           MOVE SPACES TO REC-F-ATRISK.
           MOVE WS-ATRISK-COUNT-LINE TO REC-F-ATRISK.
           WRITE REC-F-ATRISK.
       7250-WRITE-LOST-END.
           EXIT.

      *> Needed mark into the course line: nothing more needed reads
      *> SECURED, anything above 20 reads OUT OF REACH.
       7260-EDIT-NEED-START.
           MOVE WS-MSG-ATR-NEED-LBL TO WS-ARC-NEED-LBL.
           EVALUATE TRUE
               WHEN WS-PRJ-NEED NOT > 0
                   MOVE WS-MSG-ATR-SECURED TO WS-ARC-NEED
               WHEN WS-PRJ-NEED > 20
                   MOVE WS-MSG-ATR-NO-REACH TO WS-ARC-NEED
               WHEN OTHER
                   MOVE WS-PRJ-NEED TO WS-GRADE-EDIT
                   MOVE WS-GRADE-EDIT TO WS-ARC-NEED
           END-EVALUATE.
       7260-EDIT-NEED-END.
           EXIT.
