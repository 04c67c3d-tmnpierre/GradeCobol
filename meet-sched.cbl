       IDENTIFICATION DIVISION.
       PROGRAM-ID. meet-sched.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selmts.
           COPY selmiv.

       DATA DIVISION.
       FILE SECTION.
           COPY fdmts.
           COPY fdmiv.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-MTS-RULE            PIC X(72)   VALUE ALL '-'.
       01  WS-MTS-GD              PIC 999     VALUE 0.
       01  WS-MTS-HSH             PIC 999     VALUE 0.
       01  WS-MTS-CONTACTS        PIC 999     VALUE 0.
       01  WS-MTS-TCH             PIC 99      VALUE 0.
       01  WS-MTS-ROW             PIC 999     VALUE 0.
       01  WS-MTS-SCAN            PIC 999     VALUE 0.
       01  WS-MTS-FIRST           PIC 999     VALUE 0.
       01  WS-MTS-LAST            PIC 999     VALUE 0.
       01  WS-MTS-SIZE            PIC 999     VALUE 0.
       01  WS-MTS-SLOT            PIC 99      VALUE 0.
       01  WS-MTS-START           PIC 99      VALUE 0.
       01  WS-MTS-CURSOR          PIC 99      VALUE 0.
       01  WS-MTS-FIT             PIC X       VALUE 'N'.
       01  WS-MTS-NB-SLOTS        PIC 99      VALUE 0.
       01  WS-MTS-FROM-MIN        PIC 9(4)    VALUE 0.
       01  WS-MTS-TO-MIN          PIC 9(4)    VALUE 0.
       01  WS-MTS-MIN             PIC 9(4)    VALUE 0.
       01  WS-MTS-HH              PIC 99      VALUE 0.
       01  WS-MTS-MM              PIC 99      VALUE 0.
       01  WS-MTS-TEACHER         PIC X(13)   VALUE SPACES.
       01  WS-MTS-COURSE          PIC X(21)   VALUE SPACES.
       01  WS-MTS-BOOKED          PIC 999     VALUE 0.
       01  WS-NB-MTS-BOOKED       PIC 999     VALUE 0.
       01  WS-NB-MTS-UNBOOKED     PIC 999     VALUE 0.
       01  WS-NB-MTS-FAMILIES     PIC 999     VALUE 0.
       01  WS-NB-MTS-STUDENTS     PIC 999     VALUE 0.

       01  WS-MTS-TIME.
           03 WS-MTT-HH           PIC 99.
           03 FILLER              PIC X       VALUE ':'.
           03 WS-MTT-MM           PIC 99.

      *> One meeting per family, student and teacher: the household
      *> of an authorized contact (0 = the student has none), the
      *> student and the teacher, the first failing course that
      *> teacher holds and how many in all, and the slot booked
      *> (0 = not booked).
       01  WS-NB-MTG              PIC 999     VALUE 0.
       01  WS-MTG-TAB             OCCURS 1 TO 999
                                  DEPENDING WS-NB-MTG
                                  INDEXED BY IDX-MTG.
           03 WS-MTG-HSH          PIC 999.
           03 WS-MTG-ST           PIC 999.
           03 WS-MTG-SLOT         PIC 99.
           03 WS-MTG-GD           PIC 999.
           03 WS-MTG-TCH          PIC 99.
           03 WS-MTG-COURSE       PIC X(21).
           03 WS-MTG-NB-CRS       PIC 99.

      *> Teachers met this evening, each with the meeting booked in
      *> every slot of the evening (0 = free).
       01  WS-NB-TCH              PIC 99      VALUE 0.
       01  WS-TCH-TAB             OCCURS 99.
           03 WS-TCH-NAME         PIC X(13).
           03 WS-TCH-MTG          PIC 999     OCCURS 48.

       01  WS-MTS-TITLE-LINE.
           03 FILLER              PIC X(27)
                                  VALUE 'PARENT-TEACHER MEETINGS -- '.
           03 WS-MTH-TERM         PIC X(10).
           03 FILLER              PIC X       VALUE SPACE.
           03 WS-MTH-DATE         PIC 9(8).
           03 FILLER              PIC X       VALUE SPACE.
           03 WS-MTH-FROM         PIC X(5).
           03 FILLER              PIC X       VALUE '-'.
           03 WS-MTH-TO           PIC X(5).
       01  WS-MTS-TEACHER-LINE.
           03 FILLER              PIC X(9)    VALUE 'TEACHER: '.
           03 WS-MTE-NAME         PIC X(13).
           03 FILLER              PIC X(12)   VALUE '   BOOKED : '.
           03 WS-MTE-BOOKED       PIC ZZ9.
       01  WS-MTS-SLOT-LINE.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 WS-MSL-TIME         PIC X(5).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSL-STUDENT      PIC X(13).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSL-GUARDIAN     PIC X(20).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSL-COURSE       PIC X(21).
           03 WS-MSL-MORE-LBL     PIC X(2).
           03 WS-MSL-MORE         PIC Z9 BLANK WHEN ZERO.
       01  WS-MTS-UNBOOKED-LINE.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 WS-MSU-STUDENT      PIC X(13).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSU-GUARDIAN     PIC X(20).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSU-TEACHER      PIC X(13).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-MSU-REASON       PIC X(21).
       01  WS-MTS-TOTAL-LINE.
           03 WS-MSZ-LABEL        PIC X(28).
           03 WS-MSZ-VALUE        PIC ZZ9.

       01  WS-MEETINV-LINE.
           03 WS-MI-ID            PIC 999.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-STUDENT       PIC X(13).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-CHANNEL       PIC X.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-GUARDIAN      PIC X(20).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-ADDR1         PIC X(30).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-ADDR2         PIC X(30).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-HOUSEHOLD     PIC 999.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-DATE          PIC 9(8).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-TIME          PIC X(5).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-TEACHER       PIC X(13).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-MI-COURSE        PIC X(21).

      *> Parent-teacher meeting evening driven by the results: every
      *> student below the pass mark or on probation (same marks as
      *> at-risk.cbl and letters.cbl, withdrawn students left out)
      *> is paired with the teacher of each course they are failing
      *> (WS-COURSE-TEACHER), and each authorized contact's household
      *> gets one appointment per student and teacher in the evening
      *> set by the MEETDATE/MEETFROM/MEETTO/MEETSLOT cards. No
      *> teacher and no household is ever in two places at once, and
      *> a family with several children -- or one child failing with
      *> several teachers -- gets its appointments back to back
      *> whenever the teachers' timetables leave room for it. Writes
      *> a timetable per teacher, with the appointments that could
      *> not be booked, and one invitation row per appointment for
      *> the notification channel. A what-if simulation books
      *> nothing.
       PROCEDURE DIVISION.
       6800-MEET-SCHED-START.
           MOVE 'N' TO WS-MEET-BUILT.
           IF WS-IS-SIMULATION
               DISPLAY 'MEETINGS: SIMULATION RUN -- NO MEETING'
                       SPACE 'EVENING BOOKED'
               GO TO 6800-MEET-SCHED-END
           END-IF.
           IF WS-MEET-DATE = 0
               GO TO 6800-MEET-SCHED-END
           END-IF.

           DIVIDE WS-MEET-FROM BY 100 GIVING WS-MTS-HH
               REMAINDER WS-MTS-MM.
           COMPUTE WS-MTS-FROM-MIN = WS-MTS-HH * 60 + WS-MTS-MM.
           DIVIDE WS-MEET-TO BY 100 GIVING WS-MTS-HH
               REMAINDER WS-MTS-MM.
           COMPUTE WS-MTS-TO-MIN = WS-MTS-HH * 60 + WS-MTS-MM.
           MOVE 0 TO WS-MTS-NB-SLOTS.
           IF WS-MTS-TO-MIN > WS-MTS-FROM-MIN AND WS-MEET-SLOT > 0
               COMPUTE WS-MTS-MIN =
                   (WS-MTS-TO-MIN - WS-MTS-FROM-MIN) / WS-MEET-SLOT
               IF WS-MTS-MIN > 48
                   MOVE 48 TO WS-MTS-NB-SLOTS
               ELSE
                   MOVE WS-MTS-MIN TO WS-MTS-NB-SLOTS
               END-IF
           END-IF.
           IF WS-MTS-NB-SLOTS = 0
               DISPLAY 'MEETINGS: NO APPOINTMENT FITS BETWEEN'
                       SPACE WS-MEET-FROM SPACE 'AND' SPACE
                       WS-MEET-TO SPACE '-- NOTHING BOOKED'
               GO TO 6800-MEET-SCHED-END
           END-IF.

           MOVE '00' TO F-MEETSCHED-STATUS.
           OPEN OUTPUT F-MEETSCHED.
           IF NOT F-MEETSCHED-STATUS-OK
               DISPLAY 'MEETINGS: UNABLE TO OPEN TIMETABLES, STATUS'
                       SPACE F-MEETSCHED-STATUS
               GO TO 6800-MEET-SCHED-END
           END-IF.
           MOVE '00' TO F-MEETINV-STATUS.
           OPEN OUTPUT F-MEETINV.
           IF NOT F-MEETINV-STATUS-OK
               DISPLAY 'MEETINGS: UNABLE TO OPEN INVITATIONS, STATUS'
                       SPACE F-MEETINV-STATUS
               CLOSE F-MEETSCHED
               GO TO 6800-MEET-SCHED-END
           END-IF.

           CALL 'household'.
           MOVE 0 TO WS-NB-MTG.
           MOVE 0 TO WS-NB-TCH.
           MOVE 0 TO WS-NB-MTS-STUDENTS.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF (WS-STUDENT-AVG(WS-IND-ST) < WS-PASS-MARK OR
                       WS-STUDENT-AVG(WS-IND-ST) < WS-PROB-MARK) AND
                      NOT WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
                       ADD 1 TO WS-NB-MTS-STUDENTS
                       PERFORM 6805-MEET-STUDENT-START
                          THRU 6805-MEET-STUDENT-END
                   END-IF
           END-PERFORM.

      *> Household by household, each family's children together.
           IF WS-NB-MTG > 1
               SORT WS-MTG-TAB
                   ON ASCENDING KEY WS-MTG-HSH
                   ON ASCENDING KEY WS-MTG-ST
           END-IF.

           MOVE 0 TO WS-NB-MTS-FAMILIES.
           MOVE 1 TO WS-MTS-FIRST.
           PERFORM UNTIL WS-MTS-FIRST > WS-NB-MTG
               MOVE WS-MTS-FIRST TO WS-MTS-LAST
               PERFORM UNTIL WS-MTS-LAST >= WS-NB-MTG
                  OR WS-MTG-HSH(WS-MTS-LAST + 1) NOT =
                     WS-MTG-HSH(WS-MTS-FIRST)
                   ADD 1 TO WS-MTS-LAST
               END-PERFORM
               IF WS-MTG-HSH(WS-MTS-FIRST) > 0
                   ADD 1 TO WS-NB-MTS-FAMILIES
                   PERFORM 6820-BOOK-HOUSEHOLD-START
                      THRU 6820-BOOK-HOUSEHOLD-END
               END-IF
               COMPUTE WS-MTS-FIRST = WS-MTS-LAST + 1
           END-PERFORM.

           PERFORM 6835-WRITE-TIMETABLES-START
              THRU 6835-WRITE-TIMETABLES-END.

      *> Invitations go out family by family in appointment order.
           IF WS-NB-MTG > 1
               SORT WS-MTG-TAB
                   ON ASCENDING KEY WS-MTG-HSH
                   ON ASCENDING KEY WS-MTG-SLOT
           END-IF.
           PERFORM VARYING WS-MTS-ROW FROM 1 BY 1
              UNTIL WS-MTS-ROW > WS-NB-MTG
                   IF WS-MTG-SLOT(WS-MTS-ROW) > 0
                       PERFORM 6845-WRITE-INVITE-START
                          THRU 6845-WRITE-INVITE-END
                   END-IF
           END-PERFORM.

           CLOSE F-MEETSCHED.
           CLOSE F-MEETINV.
           MOVE 'Y' TO WS-MEET-BUILT.
           DISPLAY 'MEETINGS: BOOKED' SPACE WS-NB-MTS-BOOKED SPACE
                   'NOT BOOKED' SPACE WS-NB-MTS-UNBOOKED SPACE
                   'FAMILIES' SPACE WS-NB-MTS-FAMILIES SPACE
                   'TEACHERS' SPACE WS-NB-TCH SPACE
                   '-- EVENING' SPACE WS-MEET-DATE.
       6800-MEET-SCHED-END.
           GOBACK.

      *> The failing courses: graded marks below the pass mark on
      *> courses that count (an option course is bonus-only), taught
      *> by a named teacher.
       6805-MEET-STUDENT-START.
           MOVE 0 TO WS-MTS-CONTACTS.
           PERFORM VARYING WS-MTS-GD FROM 1 BY 1
              UNTIL WS-MTS-GD > WS-NB-GUARDIANS
                   IF WS-GRD-STUDENT-ID(WS-MTS-GD) =
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-GRD-AUTHORIZED(WS-MTS-GD)
                       ADD 1 TO WS-MTS-CONTACTS
                   END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID1(WS-IND-CL) =
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-CLASS-GRADED(WS-IND-CL) AND
                      WS-CLASS-GRADE(WS-IND-CL) < WS-PASS-MARK
                       SET IDX-COURSE TO 1
                       SEARCH WS-COURSE-TAB
                           AT END
                               CONTINUE
                           WHEN WS-COURSE-ID(IDX-COURSE) =
                                WS-CLASS-ID2(WS-IND-CL)
                               IF NOT WS-COURSE-IS-OPTION(IDX-COURSE)
                                  AND WS-COURSE-TEACHER(IDX-COURSE)
                                      NOT = SPACES
                                   PERFORM 6810-COURSE-MEETINGS-START
                                      THRU 6810-COURSE-MEETINGS-END
                               END-IF
                       END-SEARCH
                   END-IF
           END-PERFORM.
       6805-MEET-STUDENT-END.
           EXIT.

      *> One appointment per household of an authorized contact --
      *> split custody is two households, two appointments; a
      *> student with no authorized contact still gets a row, so the
      *> teacher sees who could not be invited.
       6810-COURSE-MEETINGS-START.
           MOVE WS-COURSE-TEACHER(IDX-COURSE) TO WS-MTS-TEACHER.
           MOVE WS-COURSE-NAME(IDX-COURSE)    TO WS-MTS-COURSE.
           PERFORM 6815-FIND-TEACHER-START THRU 6815-FIND-TEACHER-END.
           IF WS-MTS-TCH = 0
               GO TO 6810-COURSE-MEETINGS-END
           END-IF.
           IF WS-MTS-CONTACTS = 0
               MOVE 0 TO WS-MTS-GD
               MOVE 0 TO WS-MTS-HSH
               PERFORM 6812-ADD-MEETING-START
                  THRU 6812-ADD-MEETING-END
               GO TO 6810-COURSE-MEETINGS-END
           END-IF.
           PERFORM VARYING WS-MTS-GD FROM 1 BY 1
              UNTIL WS-MTS-GD > WS-NB-GUARDIANS
                   IF WS-GRD-STUDENT-ID(WS-MTS-GD) =
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-GRD-AUTHORIZED(WS-MTS-GD)
                       MOVE WS-HSH-OF-GRD(WS-MTS-GD) TO WS-MTS-HSH
                       PERFORM 6812-ADD-MEETING-START
                          THRU 6812-ADD-MEETING-END
                   END-IF
           END-PERFORM.
       6810-COURSE-MEETINGS-END.
           EXIT.

      *> A second failing course with the same teacher rides on the
      *> appointment already made for it.
       6812-ADD-MEETING-START.
           MOVE 0 TO WS-MTS-ROW.
           PERFORM VARYING WS-MTS-SCAN FROM 1 BY 1
              UNTIL WS-MTS-SCAN > WS-NB-MTG OR WS-MTS-ROW > 0
                   IF WS-MTG-HSH(WS-MTS-SCAN) = WS-MTS-HSH AND
                      WS-MTG-ST(WS-MTS-SCAN) = WS-IND-ST AND
                      WS-MTG-TCH(WS-MTS-SCAN) = WS-MTS-TCH
                       MOVE WS-MTS-SCAN TO WS-MTS-ROW
                   END-IF
           END-PERFORM.
           IF WS-MTS-ROW > 0
               IF WS-MTG-COURSE(WS-MTS-ROW) NOT = WS-MTS-COURSE AND
                  WS-MTG-NB-CRS(WS-MTS-ROW) < 99
                   ADD 1 TO WS-MTG-NB-CRS(WS-MTS-ROW)
               END-IF
               GO TO 6812-ADD-MEETING-END
           END-IF.
           IF WS-NB-MTG >= 999
               DISPLAY 'MEETINGS: TABLE FULL,' SPACE
                       WS-STUDENT-NAME(WS-IND-ST) SPACE
                       WS-MTS-TEACHER SPACE 'IGNORED'
               GO TO 6812-ADD-MEETING-END
           END-IF.
           ADD 1 TO WS-NB-MTG.
           MOVE WS-MTS-HSH    TO WS-MTG-HSH(WS-NB-MTG).
           MOVE WS-IND-ST     TO WS-MTG-ST(WS-NB-MTG).
           MOVE 0             TO WS-MTG-SLOT(WS-NB-MTG).
           MOVE WS-MTS-GD     TO WS-MTG-GD(WS-NB-MTG).
           MOVE WS-MTS-TCH    TO WS-MTG-TCH(WS-NB-MTG).
           MOVE WS-MTS-COURSE TO WS-MTG-COURSE(WS-NB-MTG).
           MOVE 1             TO WS-MTG-NB-CRS(WS-NB-MTG).
       6812-ADD-MEETING-END.
           EXIT.

       6815-FIND-TEACHER-START.
           MOVE 0 TO WS-MTS-TCH.
           PERFORM VARYING WS-MTS-SCAN FROM 1 BY 1
              UNTIL WS-MTS-SCAN > WS-NB-TCH OR WS-MTS-TCH > 0
                   IF WS-TCH-NAME(WS-MTS-SCAN) = WS-MTS-TEACHER
                       MOVE WS-MTS-SCAN TO WS-MTS-TCH
                   END-IF
           END-PERFORM.
           IF WS-MTS-TCH > 0
               GO TO 6815-FIND-TEACHER-END
           END-IF.
           IF WS-NB-TCH >= 99
               DISPLAY 'MEETINGS: TOO MANY TEACHERS,' SPACE
                       WS-MTS-TEACHER SPACE 'IGNORED'
               GO TO 6815-FIND-TEACHER-END
           END-IF.
           ADD 1 TO WS-NB-TCH.
           MOVE WS-NB-TCH TO WS-MTS-TCH.
           MOVE WS-MTS-TEACHER TO WS-TCH-NAME(WS-MTS-TCH).
           PERFORM VARYING WS-MTS-SLOT FROM 1 BY 1
              UNTIL WS-MTS-SLOT > 48
                   MOVE 0 TO WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT)
           END-PERFORM.
       6815-FIND-TEACHER-END.
           EXIT.

      *> The family's appointments WS-MTS-FIRST thru WS-MTS-LAST.
      *> First choice: one unbroken run of consecutive slots, each
      *> free for the teacher concerned. Otherwise each appointment
      *> takes the teacher's next free slot after the family's
      *> previous one, so the family is still never double-booked;
      *> one that finds no slot left is reported as not booked.
       6820-BOOK-HOUSEHOLD-START.
           COMPUTE WS-MTS-SIZE = WS-MTS-LAST - WS-MTS-FIRST + 1.
           MOVE 'N' TO WS-MTS-FIT.
           IF WS-MTS-SIZE NOT > WS-MTS-NB-SLOTS
               PERFORM VARYING WS-MTS-START FROM 1 BY 1
                  UNTIL WS-MTS-START + WS-MTS-SIZE - 1 >
                        WS-MTS-NB-SLOTS
                     OR WS-MTS-FIT = 'Y'
                       PERFORM 6825-TRY-BLOCK-START
                          THRU 6825-TRY-BLOCK-END
               END-PERFORM
           END-IF.
           IF WS-MTS-FIT = 'Y'
               SUBTRACT 1 FROM WS-MTS-START
               MOVE WS-MTS-START TO WS-MTS-SLOT
               PERFORM VARYING WS-MTS-ROW FROM WS-MTS-FIRST BY 1
                  UNTIL WS-MTS-ROW > WS-MTS-LAST
                       PERFORM 6832-TAKE-SLOT-START
                          THRU 6832-TAKE-SLOT-END
                       ADD 1 TO WS-MTS-SLOT
               END-PERFORM
               GO TO 6820-BOOK-HOUSEHOLD-END
           END-IF.

           MOVE 1 TO WS-MTS-CURSOR.
           PERFORM VARYING WS-MTS-ROW FROM WS-MTS-FIRST BY 1
              UNTIL WS-MTS-ROW > WS-MTS-LAST
                   PERFORM 6830-BOOK-NEXT-FREE-START
                      THRU 6830-BOOK-NEXT-FREE-END
           END-PERFORM.
       6820-BOOK-HOUSEHOLD-END.
           EXIT.

       6825-TRY-BLOCK-START.
           MOVE 'Y' TO WS-MTS-FIT.
           MOVE WS-MTS-START TO WS-MTS-SLOT.
           PERFORM VARYING WS-MTS-ROW FROM WS-MTS-FIRST BY 1
              UNTIL WS-MTS-ROW > WS-MTS-LAST OR WS-MTS-FIT = 'N'
                   MOVE WS-MTG-TCH(WS-MTS-ROW) TO WS-MTS-TCH
                   IF WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT) > 0
                       MOVE 'N' TO WS-MTS-FIT
                   END-IF
                   ADD 1 TO WS-MTS-SLOT
           END-PERFORM.
       6825-TRY-BLOCK-END.
           EXIT.

       6830-BOOK-NEXT-FREE-START.
           MOVE WS-MTG-TCH(WS-MTS-ROW) TO WS-MTS-TCH.
           MOVE 'N' TO WS-MTS-FIT.
           PERFORM VARYING WS-MTS-SLOT FROM WS-MTS-CURSOR BY 1
              UNTIL WS-MTS-SLOT > WS-MTS-NB-SLOTS
                 OR WS-MTS-FIT = 'Y'
                   IF WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT) = 0
                       MOVE 'Y' TO WS-MTS-FIT
                   END-IF
           END-PERFORM.
           IF WS-MTS-FIT = 'N'
               GO TO 6830-BOOK-NEXT-FREE-END
           END-IF.
           SUBTRACT 1 FROM WS-MTS-SLOT.
           PERFORM 6832-TAKE-SLOT-START THRU 6832-TAKE-SLOT-END.
           COMPUTE WS-MTS-CURSOR = WS-MTS-SLOT + 1.
       6830-BOOK-NEXT-FREE-END.
           EXIT.

       6832-TAKE-SLOT-START.
           MOVE WS-MTG-TCH(WS-MTS-ROW) TO WS-MTS-TCH.
           MOVE WS-MTS-SLOT TO WS-MTG-SLOT(WS-MTS-ROW).
           MOVE WS-MTS-ROW TO WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT).
       6832-TAKE-SLOT-END.
           EXIT.

      *> Written while the teachers' slot maps still point at the
      *> meeting rows (before the invitation re-sort).
       6835-WRITE-TIMETABLES-START.
           MOVE WS-TERM      TO WS-MTH-TERM.
           MOVE WS-MEET-DATE TO WS-MTH-DATE.
           MOVE 1 TO WS-MTS-SLOT.
           PERFORM 6850-SLOT-TIME-START THRU 6850-SLOT-TIME-END.
           MOVE WS-MTS-TIME TO WS-MTH-FROM.
           COMPUTE WS-MTS-SLOT = WS-MTS-NB-SLOTS + 1.
           PERFORM 6850-SLOT-TIME-START THRU 6850-SLOT-TIME-END.
           MOVE WS-MTS-TIME TO WS-MTH-TO.
           MOVE SPACES TO REC-F-MEETSCHED.
           MOVE WS-MTS-TITLE-LINE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.

           MOVE 0 TO WS-NB-MTS-BOOKED.
           PERFORM VARYING WS-MTS-TCH FROM 1 BY 1
              UNTIL WS-MTS-TCH > WS-NB-TCH
                   PERFORM 6840-WRITE-TEACHER-START
                      THRU 6840-WRITE-TEACHER-END
           END-PERFORM.

           MOVE WS-MTS-RULE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
           MOVE 'NOT BOOKED' TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
           MOVE 0 TO WS-NB-MTS-UNBOOKED.
           PERFORM VARYING WS-MTS-ROW FROM 1 BY 1
              UNTIL WS-MTS-ROW > WS-NB-MTG
                   IF WS-MTG-SLOT(WS-MTS-ROW) = 0
                       ADD 1 TO WS-NB-MTS-UNBOOKED
                       PERFORM 6842-WRITE-UNBOOKED-START
                          THRU 6842-WRITE-UNBOOKED-END
                   END-IF
           END-PERFORM.

           MOVE WS-MTS-RULE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
           MOVE 'STUDENTS CONCERNED        : ' TO WS-MSZ-LABEL.
           MOVE WS-NB-MTS-STUDENTS TO WS-MSZ-VALUE.
           PERFORM 6848-WRITE-TOTAL-START THRU 6848-WRITE-TOTAL-END.
           MOVE 'FAMILIES INVITED          : ' TO WS-MSZ-LABEL.
           MOVE WS-NB-MTS-FAMILIES TO WS-MSZ-VALUE.
           PERFORM 6848-WRITE-TOTAL-START THRU 6848-WRITE-TOTAL-END.
           MOVE 'TEACHERS                  : ' TO WS-MSZ-LABEL.
           MOVE WS-NB-TCH TO WS-MSZ-VALUE.
           PERFORM 6848-WRITE-TOTAL-START THRU 6848-WRITE-TOTAL-END.
           MOVE 'APPOINTMENTS BOOKED       : ' TO WS-MSZ-LABEL.
           MOVE WS-NB-MTS-BOOKED TO WS-MSZ-VALUE.
           PERFORM 6848-WRITE-TOTAL-START THRU 6848-WRITE-TOTAL-END.
           MOVE 'APPOINTMENTS NOT BOOKED   : ' TO WS-MSZ-LABEL.
           MOVE WS-NB-MTS-UNBOOKED TO WS-MSZ-VALUE.
           PERFORM 6848-WRITE-TOTAL-START THRU 6848-WRITE-TOTAL-END.
       6835-WRITE-TIMETABLES-END.
           EXIT.

       6840-WRITE-TEACHER-START.
           MOVE 0 TO WS-MTS-BOOKED.
           PERFORM VARYING WS-MTS-SLOT FROM 1 BY 1
              UNTIL WS-MTS-SLOT > WS-MTS-NB-SLOTS
                   IF WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT) > 0
                       ADD 1 TO WS-MTS-BOOKED
                   END-IF
           END-PERFORM.
           ADD WS-MTS-BOOKED TO WS-NB-MTS-BOOKED.
           MOVE WS-MTS-RULE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
           MOVE WS-TCH-NAME(WS-MTS-TCH) TO WS-MTE-NAME.
           MOVE WS-MTS-BOOKED TO WS-MTE-BOOKED.
           MOVE SPACES TO REC-F-MEETSCHED.
           MOVE WS-MTS-TEACHER-LINE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.

           PERFORM VARYING WS-MTS-SLOT FROM 1 BY 1
              UNTIL WS-MTS-SLOT > WS-MTS-NB-SLOTS
                   IF WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT) > 0
                       MOVE WS-TCH-MTG(WS-MTS-TCH WS-MTS-SLOT) TO
                            WS-MTS-ROW
                       PERFORM 6850-SLOT-TIME-START
                          THRU 6850-SLOT-TIME-END
                       MOVE WS-MTS-TIME TO WS-MSL-TIME
                       MOVE WS-MTG-ST(WS-MTS-ROW) TO WS-IND-ST
                       MOVE WS-STUDENT-NAME(WS-IND-ST) TO
                            WS-MSL-STUDENT
                       MOVE WS-MTG-GD(WS-MTS-ROW) TO WS-MTS-GD
                       MOVE WS-GRD-NAME(WS-MTS-GD) TO WS-MSL-GUARDIAN
                       MOVE WS-MTG-COURSE(WS-MTS-ROW) TO WS-MSL-COURSE
                       IF WS-MTG-NB-CRS(WS-MTS-ROW) > 1
                           MOVE ' +' TO WS-MSL-MORE-LBL
                           COMPUTE WS-MSL-MORE =
                               WS-MTG-NB-CRS(WS-MTS-ROW) - 1
                       ELSE
                           MOVE SPACES TO WS-MSL-MORE-LBL
                           MOVE 0 TO WS-MSL-MORE
                       END-IF
                       MOVE SPACES TO REC-F-MEETSCHED
                       MOVE WS-MTS-SLOT-LINE TO REC-F-MEETSCHED
                       WRITE REC-F-MEETSCHED
                   END-IF
           END-PERFORM.
       6840-WRITE-TEACHER-END.
           EXIT.

       6842-WRITE-UNBOOKED-START.
           MOVE WS-MTG-ST(WS-MTS-ROW) TO WS-IND-ST.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-MSU-STUDENT.
           MOVE WS-MTG-TCH(WS-MTS-ROW) TO WS-MTS-TCH.
           MOVE WS-TCH-NAME(WS-MTS-TCH) TO WS-MSU-TEACHER.
           IF WS-MTG-HSH(WS-MTS-ROW) = 0
               MOVE SPACES TO WS-MSU-GUARDIAN
               MOVE 'NO AUTHORIZED CONTACT' TO WS-MSU-REASON
           ELSE
               MOVE WS-MTG-GD(WS-MTS-ROW) TO WS-MTS-GD
               MOVE WS-GRD-NAME(WS-MTS-GD) TO WS-MSU-GUARDIAN
               MOVE 'EVENING FULL' TO WS-MSU-REASON
           END-IF.
           MOVE SPACES TO REC-F-MEETSCHED.
           MOVE WS-MTS-UNBOOKED-LINE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
       6842-WRITE-UNBOOKED-END.
           EXIT.

       6845-WRITE-INVITE-START.
           MOVE WS-MTG-ST(WS-MTS-ROW) TO WS-IND-ST.
           MOVE WS-MTG-GD(WS-MTS-ROW) TO WS-MTS-GD.
           MOVE WS-MTG-TCH(WS-MTS-ROW) TO WS-MTS-TCH.
           MOVE WS-MTG-SLOT(WS-MTS-ROW) TO WS-MTS-SLOT.
           PERFORM 6850-SLOT-TIME-START THRU 6850-SLOT-TIME-END.
           MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-MI-ID.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-MI-STUDENT.
           MOVE WS-GRD-CHANNEL(WS-MTS-GD)  TO WS-MI-CHANNEL.
           MOVE WS-GRD-NAME(WS-MTS-GD)     TO WS-MI-GUARDIAN.
           MOVE WS-GRD-ADDR1(WS-MTS-GD)    TO WS-MI-ADDR1.
           MOVE WS-GRD-ADDR2(WS-MTS-GD)    TO WS-MI-ADDR2.
           MOVE WS-MTG-HSH(WS-MTS-ROW)     TO WS-MI-HOUSEHOLD.
           MOVE WS-MEET-DATE               TO WS-MI-DATE.
           MOVE WS-MTS-TIME                TO WS-MI-TIME.
           MOVE WS-TCH-NAME(WS-MTS-TCH)    TO WS-MI-TEACHER.
           MOVE WS-MTG-COURSE(WS-MTS-ROW)  TO WS-MI-COURSE.
           MOVE SPACES TO REC-F-MEETINV.
           MOVE WS-MEETINV-LINE TO REC-F-MEETINV.
           WRITE REC-F-MEETINV.
       6845-WRITE-INVITE-END.
           EXIT.

       6848-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-MEETSCHED.
           MOVE WS-MTS-TOTAL-LINE TO REC-F-MEETSCHED.
           WRITE REC-F-MEETSCHED.
       6848-WRITE-TOTAL-END.
           EXIT.

      *> Clock time of slot WS-MTS-SLOT as hh:mm.
       6850-SLOT-TIME-START.
           COMPUTE WS-MTS-MIN = WS-MTS-FROM-MIN +
                   (WS-MTS-SLOT - 1) * WS-MEET-SLOT.
           DIVIDE WS-MTS-MIN BY 60 GIVING WS-MTS-HH
               REMAINDER WS-MTS-MM.
           MOVE WS-MTS-HH TO WS-MTT-HH.
           MOVE WS-MTS-MM TO WS-MTT-MM.
       6850-SLOT-TIME-END.
           EXIT.
