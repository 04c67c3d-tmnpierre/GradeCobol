       IDENTIFICATION DIVISION.
       PROGRAM-ID. exam-seating.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selrom.
           COPY seltea.
           COPY selspl.
           COPY selinv.

       DATA DIVISION.
       FILE SECTION.
           COPY fdrom.
           COPY fdtea.
           COPY fdspl.
           COPY fdinv.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-SEAT-RULE       PIC X(60)   VALUE ALL '-'.
       01  WS-SEAT-SLOT       PIC 999     VALUE 0.
       01  WS-CAND-ROW        PIC 9(4)    VALUE 0.
       01  WS-ROOM-ROW        PIC 999     VALUE 0.
       01  WS-TEA-ROW         PIC 9(4)    VALUE 0.
       01  WS-INV-BEST        PIC 9(4)    VALUE 0.
       01  WS-INV-NEEDED      PIC 999     VALUE 0.
       01  WS-INV-POSTED      PIC 999     VALUE 0.
       01  WS-INV-SEATED      PIC 999     VALUE 0.
       01  WS-SLOT-SLOT       PIC 99      VALUE 0.
       01  WS-SLOT-COURSE     PIC X(21)   VALUE SPACES.
       01  WS-NB-APART        PIC 999     VALUE 0.
       01  WS-NB-UNSEATED     PIC 9(4)    VALUE 0.
       01  WS-NB-SEATED       PIC 9(5)    VALUE 0.
       01  WS-NB-SHORT        PIC 9(4)    VALUE 0.
       01  WS-NB-DUTIES       PIC 9(5)    VALUE 0.
       01  WS-SLOT-UNSEATED   PIC 999     VALUE 0.

      *> Exam rooms in room-code order, as the master holds them.
      *> WS-ROOM-USED is the number of candidates seated in the room
      *> for the slot being planned.
       01  WS-NB-ROOM         PIC 999     VALUE 0.
       01  WS-ROOM-TAB        OCCURS 1 TO 200
                              DEPENDING WS-NB-ROOM
                              INDEXED BY IDX-ROOM.
           03 WS-ROOM-CODE     PIC X(6).
           03 WS-ROOM-SEATS    PIC 999.
           03 WS-ROOM-BUILDING PIC X(20).
           03 WS-ROOM-USED     PIC 999.

      *> Candidates sitting the slot being planned, one row per
      *> student. Sorted hall candidates first, then those whose
      *> plan seats them apart, alphabetically within each.
       01  WS-NB-CAND         PIC 9(4)    VALUE 0.
       01  WS-CAND-TAB        OCCURS 1 TO 999
                              DEPENDING WS-NB-CAND
                              INDEXED BY IDX-CAND.
           03 WS-CAND-APART    PIC X.
           03 WS-CAND-NAME     PIC X(13).
           03 WS-CAND-ID       PIC 999.
           03 WS-CAND-COURSE   PIC X(21).
           03 WS-CAND-ROOM     PIC 999.
           03 WS-CAND-SEAT     PIC 999.

      *> Invigilation duties per teacher master row, for the whole
      *> session, and whether the teacher is taken for the slot
      *> being planned (examining it, or already posted to a room).
       01  WS-DUTY-TAB.
           03 WS-DUTY OCCURS 999.
              05 WS-DUTY-COUNT  PIC 999.
              05 WS-DUTY-BUSY   PIC X.

       01  WS-SPL-HEADER.
           03 FILLER          PIC X(28)  VALUE
              'EXAM SEATING PLANS --       '.
           03 WS-SPH-TERM     PIC X(10).

       01  WS-SPL-ROOM-LINE.
           03 FILLER          PIC X(6)   VALUE 'SLOT '.
           03 WS-SPR-SLOT     PIC Z9.
           03 FILLER          PIC X(10)  VALUE ' | ROOM   '.
           03 WS-SPR-ROOM     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-SPR-BUILDING PIC X(20).
           03 FILLER          PIC X(12)  VALUE ' | SEATED   '.
           03 WS-SPR-USED     PIC ZZ9.
           03 FILLER          PIC X(3)   VALUE ' / '.
           03 WS-SPR-SEATS    PIC ZZ9.

       01  WS-SPL-SEAT-LINE.
           03 FILLER          PIC X(9)   VALUE '    SEAT '.
           03 WS-SPS-SEAT     PIC ZZ9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-SPS-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-SPS-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-SPS-COURSE   PIC X(21).

       01  WS-SPL-COUNT-LINE.
           03 FILLER          PIC X(20)  VALUE 'CANDIDATES SEATED : '.
           03 WS-SPC-SEATED   PIC ZZZZ9.
           03 FILLER          PIC X(16)  VALUE '   NOT SEATED : '.
           03 WS-SPC-UNSEATED PIC ZZZ9.

       01  WS-INV-HEADER.
           03 FILLER          PIC X(28)  VALUE
              'EXAM INVIGILATOR ROSTER --  '.
           03 WS-INH-TERM     PIC X(10).

       01  WS-INV-LINE.
           03 FILLER          PIC X(6)   VALUE 'SLOT '.
           03 WS-INL-SLOT     PIC Z9.
           03 FILLER          PIC X(10)  VALUE ' | ROOM   '.
           03 WS-INL-ROOM     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-INL-TEACHER  PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-INL-FULLNAME PIC X(25).

       01  WS-INV-DUTY-LINE.
           03 FILLER          PIC X(9)   VALUE 'DUTIES | '.
           03 WS-IDL-TEACHER  PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-IDL-FULLNAME PIC X(25).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-IDL-COUNT    PIC ZZ9.

       01  WS-INV-COUNT-LINE.
           03 FILLER          PIC X(20)  VALUE 'DUTIES POSTED     : '.
           03 WS-INC-DUTIES   PIC ZZZZ9.
           03 FILLER          PIC X(16)  VALUE '   UNCOVERED : '.
           03 WS-INC-SHORT    PIC ZZZ9.

      *> The door lists and the invigilation roster, drawn from the
      *> same tables as the conflict report: for every timetable
      *> slot, the students sitting it (dropped rows excused, one
      *> seat per student even when exam-schedule.cbl flagged a
      *> clash) are seated alphabetically across the room master's
      *> rooms, in room-code order, each room filled before the next
      *> is opened. Students whose accommodation plan seats them
      *> apart are listed under SEPARATE ROOM -- where and how is on
      *> the proctors' confidential list, not on a door. Anyone left
      *> over when the rooms are full is listed as NOT SEATED.
      *>
      *> Each room in use gets one invigilator per started block of
      *> WS-INVIG-SEATS candidates, drawn from the teacher master:
      *> never a teacher whose own course is sat in the slot (so
      *> nobody guards their own paper), never twice in one slot,
      *> and always the least-loaded teacher so far so the duties
      *> spread evenly over the session. With no teacher master the
      *> roster shows every post as uncovered.
       PROCEDURE DIVISION.
       6600-EXAM-SEATING-START.
           MOVE 'N' TO WS-SEAT-PLANNED.
           PERFORM 6605-LOAD-ROOMS-START THRU 6605-LOAD-ROOMS-END.
           IF WS-NB-ROOM = 0
               DISPLAY 'EXAM-SEATING: NO ROOM IN' SPACE
                       WS-FILE-ROOMAST-NAME SPACE
                       '-- NO SEATING PLAN'
               GO TO 6600-EXAM-SEATING-END
           END-IF.
           IF WS-NB-TEAMAST = 0
               PERFORM 6607-LOAD-TEACHERS-START
                  THRU 6607-LOAD-TEACHERS-END
           END-IF.

           MOVE '00' TO F-SEATPLAN-STATUS.
           OPEN OUTPUT F-SEATPLAN.
           IF NOT F-SEATPLAN-STATUS-OK
               DISPLAY 'EXAM-SEATING: UNABLE TO OPEN SEATING PLAN,'
                       SPACE 'STATUS' SPACE F-SEATPLAN-STATUS
               GO TO 6600-EXAM-SEATING-END
           END-IF.
           MOVE '00' TO F-INVIGIL-STATUS.
           OPEN OUTPUT F-INVIGIL.
           IF NOT F-INVIGIL-STATUS-OK
               DISPLAY 'EXAM-SEATING: UNABLE TO OPEN ROSTER, STATUS'
                       SPACE F-INVIGIL-STATUS
               CLOSE F-SEATPLAN
               GO TO 6600-EXAM-SEATING-END
           END-IF.

           MOVE WS-TERM TO WS-SPH-TERM.
           MOVE SPACES TO REC-F-SEATPLAN.
           MOVE WS-SPL-HEADER TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           MOVE SPACES TO REC-F-SEATPLAN.
           MOVE WS-SEAT-RULE TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           MOVE WS-TERM TO WS-INH-TERM.
           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-INV-HEADER TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.
           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-SEAT-RULE TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.

           INITIALIZE WS-DUTY-TAB.
           MOVE 0 TO WS-NB-SEATED.
           MOVE 0 TO WS-NB-UNSEATED.
           MOVE 0 TO WS-NB-SHORT.
           MOVE 0 TO WS-NB-DUTIES.
           PERFORM VARYING WS-SEAT-SLOT FROM 1 BY 1
              UNTIL WS-SEAT-SLOT > 99
                   PERFORM 6610-PLAN-SLOT-START
                      THRU 6610-PLAN-SLOT-END
           END-PERFORM.

           MOVE SPACES TO REC-F-SEATPLAN.
           MOVE WS-SEAT-RULE TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           MOVE WS-NB-SEATED TO WS-SPC-SEATED.
           MOVE WS-NB-UNSEATED TO WS-SPC-UNSEATED.
           MOVE SPACES TO REC-F-SEATPLAN.
           MOVE WS-SPL-COUNT-LINE TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           CLOSE F-SEATPLAN.

           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-SEAT-RULE TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.
           PERFORM VARYING WS-TEA-ROW FROM 1 BY 1
              UNTIL WS-TEA-ROW > WS-NB-TEAMAST
                   IF WS-DUTY-COUNT(WS-TEA-ROW) > 0
                       MOVE WS-TEA-NAME(WS-TEA-ROW) TO WS-IDL-TEACHER
                       MOVE WS-TEA-FULLNAME(WS-TEA-ROW)
                           TO WS-IDL-FULLNAME
                       MOVE WS-DUTY-COUNT(WS-TEA-ROW) TO WS-IDL-COUNT
                       MOVE SPACES TO REC-F-INVIGIL
                       MOVE WS-INV-DUTY-LINE TO REC-F-INVIGIL
                       WRITE REC-F-INVIGIL
                   END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-SEAT-RULE TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.
           MOVE WS-NB-DUTIES TO WS-INC-DUTIES.
           MOVE WS-NB-SHORT TO WS-INC-SHORT.
           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-INV-COUNT-LINE TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.
           CLOSE F-INVIGIL.

           MOVE 'Y' TO WS-SEAT-PLANNED.
           IF WS-NB-UNSEATED > 0
               DISPLAY 'EXAM SEATING : ' WS-SPC-UNSEATED SPACE
                       'CANDIDATE(S) NOT SEATED (SEE' SPACE
                       WS-FILE-SEATPLAN-NAME ')'
           END-IF.
           IF WS-NB-SHORT > 0
               DISPLAY 'EXAM SEATING : ' WS-INC-SHORT SPACE
                       'INVIGILATION POST(S) UNCOVERED (SEE' SPACE
                       WS-FILE-INVIGIL-NAME ')'
           END-IF.
       6600-EXAM-SEATING-END.
           GOBACK.

       6605-LOAD-ROOMS-START.
           MOVE 0 TO WS-NB-ROOM.
           MOVE '00' TO F-ROOMAST-STATUS.
           OPEN INPUT F-ROOMAST.
           IF NOT F-ROOMAST-STATUS-OK
               MOVE '00' TO F-ROOMAST-STATUS
               GO TO 6605-LOAD-ROOMS-END
           END-IF.
           PERFORM UNTIL F-ROOMAST-STATUS-EOF
               READ F-ROOMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ROOM < 200 AND
                          R-ROM-SEATS IS NUMERIC AND R-ROM-SEATS > 0
                           SET WS-NB-ROOM UP BY 1
                           MOVE R-ROM-CODE TO WS-ROOM-CODE(WS-NB-ROOM)
                           MOVE R-ROM-SEATS
                               TO WS-ROOM-SEATS(WS-NB-ROOM)
                           MOVE R-ROM-BUILDING
                               TO WS-ROOM-BUILDING(WS-NB-ROOM)
                           MOVE 0 TO WS-ROOM-USED(WS-NB-ROOM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ROOMAST.
           MOVE '00' TO F-ROOMAST-STATUS.
       6605-LOAD-ROOMS-END.
           EXIT.

      *> A run that restored its tables from the snapshot never went
      *> through load-masters, so the dimension is read here -- same
      *> load as load-masters' 4005.
       6607-LOAD-TEACHERS-START.
           MOVE '00' TO F-TEAMAST-STATUS.
           OPEN INPUT F-TEAMAST.
           IF NOT F-TEAMAST-STATUS-OK
               MOVE '00' TO F-TEAMAST-STATUS
               GO TO 6607-LOAD-TEACHERS-END
           END-IF.
           PERFORM UNTIL F-TEAMAST-STATUS-EOF
               READ F-TEAMAST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-TEAMAST < 999
                           SET WS-NB-TEAMAST UP BY 1
                           MOVE R-TEA-NAME TO
                                WS-TEA-NAME(WS-NB-TEAMAST)
                           MOVE R-TEA-FULLNAME TO
                                WS-TEA-FULLNAME(WS-NB-TEAMAST)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TEAMAST.
           MOVE '00' TO F-TEAMAST-STATUS.
       6607-LOAD-TEACHERS-END.
           EXIT.

       6610-PLAN-SLOT-START.
           MOVE 0 TO WS-NB-CAND.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF NOT WS-CLASS-DROPPED(WS-IND-CL)
                       PERFORM 6615-ADD-CANDIDATE-START
                          THRU 6615-ADD-CANDIDATE-END
                   END-IF
           END-PERFORM.
           IF WS-NB-CAND = 0
               GO TO 6610-PLAN-SLOT-END
           END-IF.

           SORT WS-CAND-TAB
               ON ASCENDING KEY WS-CAND-APART
               ON ASCENDING KEY WS-CAND-NAME
               ON ASCENDING KEY WS-CAND-ID.

           PERFORM 6620-ASSIGN-SEATS-START THRU 6620-ASSIGN-SEATS-END.
           MOVE WS-SEAT-SLOT TO WS-SLOT-SLOT.
           PERFORM 6630-WRITE-PLANS-START THRU 6630-WRITE-PLANS-END.
           PERFORM 6640-ROSTER-SLOT-START THRU 6640-ROSTER-SLOT-END.
       6610-PLAN-SLOT-END.
           EXIT.

      *> One row per student: the first course found for the slot
      *> names the paper on the door list.
       6615-ADD-CANDIDATE-START.
           MOVE 0 TO WS-SLOT-SLOT.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) =
                    WS-CLASS-ID2(WS-IND-CL)
                   MOVE WS-COURSE-SLOT(IDX-COURSE) TO WS-SLOT-SLOT
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-SLOT-COURSE
           END-SEARCH.
           IF WS-SLOT-SLOT = 0 OR WS-SLOT-SLOT NOT = WS-SEAT-SLOT
               GO TO 6615-ADD-CANDIDATE-END
           END-IF.

           IF WS-NB-CAND > 0
               SET IDX-CAND TO 1
               SEARCH WS-CAND-TAB
                   WHEN WS-CAND-ID(IDX-CAND) = WS-CLASS-ID1(WS-IND-CL)
                       GO TO 6615-ADD-CANDIDATE-END
               END-SEARCH
           END-IF.
           IF WS-NB-CAND >= 999
               GO TO 6615-ADD-CANDIDATE-END
           END-IF.

           ADD 1 TO WS-NB-CAND.
           MOVE WS-CLASS-ID1(WS-IND-CL) TO WS-CAND-ID(WS-NB-CAND).
           MOVE WS-SLOT-COURSE TO WS-CAND-COURSE(WS-NB-CAND).
           MOVE 0 TO WS-CAND-ROOM(WS-NB-CAND).
           MOVE 0 TO WS-CAND-SEAT(WS-NB-CAND).
           MOVE SPACES TO WS-CAND-NAME(WS-NB-CAND).
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-CLASS-ID1(WS-IND-CL)
                   MOVE WS-STUDENT-NAME(IDX-STUDENT)
                       TO WS-CAND-NAME(WS-NB-CAND)
           END-SEARCH.
           MOVE 'N' TO WS-CAND-APART(WS-NB-CAND).
           PERFORM VARYING IDX-ACM FROM 1 BY 1
              UNTIL IDX-ACM > WS-NB-ACM
                   IF WS-ACM-STUDENT(IDX-ACM) =
                      WS-CLASS-ID1(WS-IND-CL) AND
                      WS-ACM-APART(IDX-ACM)
                       MOVE 'Y' TO WS-CAND-APART(WS-NB-CAND)
                   END-IF
           END-PERFORM.
       6615-ADD-CANDIDATE-END.
           EXIT.

      *> Hall candidates fill the rooms in order; the separate-room
      *> group is numbered on its own (room 0), and anyone past the
      *> last seat keeps room 0 and seat 0.
       6620-ASSIGN-SEATS-START.
           PERFORM VARYING WS-ROOM-ROW FROM 1 BY 1
              UNTIL WS-ROOM-ROW > WS-NB-ROOM
                   MOVE 0 TO WS-ROOM-USED(WS-ROOM-ROW)
           END-PERFORM.
           MOVE 0 TO WS-NB-APART.
           MOVE 0 TO WS-SLOT-UNSEATED.
           MOVE 1 TO WS-ROOM-ROW.
           PERFORM VARYING WS-CAND-ROW FROM 1 BY 1
              UNTIL WS-CAND-ROW > WS-NB-CAND
                   IF WS-CAND-APART(WS-CAND-ROW) = 'Y'
                       ADD 1 TO WS-NB-APART
                       MOVE WS-NB-APART TO WS-CAND-SEAT(WS-CAND-ROW)
                   ELSE
                       PERFORM UNTIL WS-ROOM-ROW > WS-NB-ROOM
                          OR WS-ROOM-USED(WS-ROOM-ROW) <
                             WS-ROOM-SEATS(WS-ROOM-ROW)
                           ADD 1 TO WS-ROOM-ROW
                       END-PERFORM
                       IF WS-ROOM-ROW > WS-NB-ROOM
                           ADD 1 TO WS-SLOT-UNSEATED
                       ELSE
                           ADD 1 TO WS-ROOM-USED(WS-ROOM-ROW)
                           MOVE WS-ROOM-ROW TO WS-CAND-ROOM(WS-CAND-ROW)
                           MOVE WS-ROOM-USED(WS-ROOM-ROW)
                               TO WS-CAND-SEAT(WS-CAND-ROW)
                       END-IF
                   END-IF
           END-PERFORM.
           COMPUTE WS-NB-SEATED = WS-NB-SEATED + WS-NB-CAND
                                - WS-SLOT-UNSEATED.
           ADD WS-SLOT-UNSEATED TO WS-NB-UNSEATED.
       6620-ASSIGN-SEATS-END.
           EXIT.

       6630-WRITE-PLANS-START.
           MOVE WS-SLOT-SLOT TO WS-SPR-SLOT.
           PERFORM VARYING WS-ROOM-ROW FROM 1 BY 1
              UNTIL WS-ROOM-ROW > WS-NB-ROOM
                   IF WS-ROOM-USED(WS-ROOM-ROW) > 0
                       MOVE WS-ROOM-CODE(WS-ROOM-ROW) TO WS-SPR-ROOM
                       MOVE WS-ROOM-BUILDING(WS-ROOM-ROW)
                           TO WS-SPR-BUILDING
                       MOVE WS-ROOM-USED(WS-ROOM-ROW) TO WS-SPR-USED
                       MOVE WS-ROOM-SEATS(WS-ROOM-ROW) TO WS-SPR-SEATS
                       PERFORM 6635-WRITE-ROOM-START
                          THRU 6635-WRITE-ROOM-END
                   END-IF
           END-PERFORM.

           IF WS-NB-APART > 0
               MOVE 'SEPARATE ROOM' TO WS-SPR-ROOM
               MOVE SPACES TO WS-SPR-BUILDING
               MOVE WS-NB-APART TO WS-SPR-USED
               MOVE WS-NB-APART TO WS-SPR-SEATS
               MOVE 0 TO WS-ROOM-ROW
               PERFORM 6635-WRITE-ROOM-START THRU 6635-WRITE-ROOM-END
           END-IF.

           IF WS-SLOT-UNSEATED > 0
               MOVE 'NOT SEATED' TO WS-SPR-ROOM
               MOVE 'ROOMS FULL' TO WS-SPR-BUILDING
               MOVE WS-SLOT-UNSEATED TO WS-SPR-USED
               MOVE 0 TO WS-SPR-SEATS
               MOVE 0 TO WS-ROOM-ROW
               PERFORM 6635-WRITE-ROOM-START THRU 6635-WRITE-ROOM-END
           END-IF.
       6630-WRITE-PLANS-END.
           EXIT.

      *> Room 0 lists the separate-room group (apart, seat > 0) or
      *> the unseated (seat 0), as set up by the caller's headline.
       6635-WRITE-ROOM-START.
           MOVE SPACES TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           MOVE SPACES TO REC-F-SEATPLAN.
           MOVE WS-SPL-ROOM-LINE TO REC-F-SEATPLAN.
           WRITE REC-F-SEATPLAN.
           PERFORM VARYING WS-CAND-ROW FROM 1 BY 1
              UNTIL WS-CAND-ROW > WS-NB-CAND
                   IF WS-CAND-ROOM(WS-CAND-ROW) = WS-ROOM-ROW AND
                      (WS-ROOM-ROW > 0 OR
                       (WS-SPR-ROOM = 'SEPARATE ROOM' AND
                        WS-CAND-APART(WS-CAND-ROW) = 'Y') OR
                       (WS-SPR-ROOM = 'NOT SEATED' AND
                        WS-CAND-APART(WS-CAND-ROW) = 'N'))
                       MOVE WS-CAND-SEAT(WS-CAND-ROW) TO WS-SPS-SEAT
                       MOVE WS-CAND-ID(WS-CAND-ROW) TO WS-SPS-ID
                       MOVE WS-CAND-NAME(WS-CAND-ROW) TO WS-SPS-NAME
                       MOVE WS-CAND-COURSE(WS-CAND-ROW)
                           TO WS-SPS-COURSE
                       MOVE SPACES TO REC-F-SEATPLAN
                       MOVE WS-SPL-SEAT-LINE TO REC-F-SEATPLAN
                       WRITE REC-F-SEATPLAN
                   END-IF
           END-PERFORM.
       6635-WRITE-ROOM-END.
           EXIT.

      *> Teachers examining the slot are taken before any room is
      *> staffed; the separate-room group is staffed like a room.
       6640-ROSTER-SLOT-START.
           PERFORM VARYING WS-TEA-ROW FROM 1 BY 1
              UNTIL WS-TEA-ROW > WS-NB-TEAMAST
                   MOVE 'N' TO WS-DUTY-BUSY(WS-TEA-ROW)
           END-PERFORM.
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   IF WS-COURSE-SLOT(WS-IND-CO) = WS-SEAT-SLOT AND
                      WS-NB-TEAMAST > 0
                       SET IDX-TEAM TO 1
                       SEARCH WS-TEAMAST-TAB
                           WHEN WS-TEA-NAME(IDX-TEAM) =
                                WS-COURSE-TEACHER(WS-IND-CO)
                               SET WS-TEA-ROW TO IDX-TEAM
                               MOVE 'Y' TO WS-DUTY-BUSY(WS-TEA-ROW)
                       END-SEARCH
                   END-IF
           END-PERFORM.

           MOVE WS-SLOT-SLOT TO WS-INL-SLOT.
           PERFORM VARYING WS-ROOM-ROW FROM 1 BY 1
              UNTIL WS-ROOM-ROW > WS-NB-ROOM
                   IF WS-ROOM-USED(WS-ROOM-ROW) > 0
                       MOVE WS-ROOM-CODE(WS-ROOM-ROW) TO WS-INL-ROOM
                       MOVE WS-ROOM-USED(WS-ROOM-ROW) TO WS-INV-SEATED
                       PERFORM 6645-STAFF-ROOM-START
                          THRU 6645-STAFF-ROOM-END
                   END-IF
           END-PERFORM.
           IF WS-NB-APART > 0
               MOVE 'SEPARATE ROOM' TO WS-INL-ROOM
               MOVE WS-NB-APART TO WS-INV-SEATED
               PERFORM 6645-STAFF-ROOM-START THRU 6645-STAFF-ROOM-END
           END-IF.
       6640-ROSTER-SLOT-END.
           EXIT.

       6645-STAFF-ROOM-START.
           COMPUTE WS-INV-NEEDED =
                   (WS-INV-SEATED + WS-INVIG-SEATS - 1)
                   / WS-INVIG-SEATS.
           MOVE 0 TO WS-INV-POSTED.
           PERFORM UNTIL WS-INV-POSTED >= WS-INV-NEEDED
               ADD 1 TO WS-INV-POSTED
               PERFORM 6650-POST-INVIGILATOR-START
                  THRU 6650-POST-INVIGILATOR-END
           END-PERFORM.
       6645-STAFF-ROOM-END.
           EXIT.

      *> Least-loaded free teacher; the master's key order breaks
      *> ties, so the same deck always yields the same roster.
       6650-POST-INVIGILATOR-START.
           MOVE 0 TO WS-INV-BEST.
           PERFORM VARYING WS-TEA-ROW FROM 1 BY 1
              UNTIL WS-TEA-ROW > WS-NB-TEAMAST
                   IF WS-DUTY-BUSY(WS-TEA-ROW) = 'N'
                       IF WS-INV-BEST = 0
                           MOVE WS-TEA-ROW TO WS-INV-BEST
                       ELSE
                           IF WS-DUTY-COUNT(WS-TEA-ROW) <
                              WS-DUTY-COUNT(WS-INV-BEST)
                               MOVE WS-TEA-ROW TO WS-INV-BEST
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-INV-BEST = 0
               ADD 1 TO WS-NB-SHORT
               MOVE '** NONE **' TO WS-INL-TEACHER
               MOVE 'NO FREE TEACHER' TO WS-INL-FULLNAME
           ELSE
               ADD 1 TO WS-NB-DUTIES
               ADD 1 TO WS-DUTY-COUNT(WS-INV-BEST)
               MOVE 'Y' TO WS-DUTY-BUSY(WS-INV-BEST)
               MOVE WS-TEA-NAME(WS-INV-BEST) TO WS-INL-TEACHER
               MOVE WS-TEA-FULLNAME(WS-INV-BEST) TO WS-INL-FULLNAME
           END-IF.
           MOVE SPACES TO REC-F-INVIGIL.
           MOVE WS-INV-LINE TO REC-F-INVIGIL.
           WRITE REC-F-INVIGIL.
       6650-POST-INVIGILATOR-END.
           EXIT.
