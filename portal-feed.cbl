       IDENTIFICATION DIVISION.
       PROGRAM-ID. portal-feed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selptl.
           COPY selprg.

       DATA DIVISION.
       FILE SECTION.
           COPY fdptl.
           COPY fdprg.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY ptlrec.

       01  WS-PTL-EXCLUDED        PIC X     VALUE 'N'.
       01  WS-PTL-ON-APPEAL       PIC X     VALUE 'N'.
       01  WS-PTL-ACTION          PIC X     VALUE 'N'.
       01  WS-PTL-VERSION         PIC 999   VALUE 0.
       01  WS-NB-PTL-NEW          PIC 9(5)  VALUE 0.
       01  WS-NB-PTL-REPLACED     PIC 9(5)  VALUE 0.
       01  WS-NB-PTL-RETRACTED    PIC 9(5)  VALUE 0.
       01  WS-NB-PTL-COURSES      PIC 9(5)  VALUE 0.
       01  WS-NB-PTL-LINES        PIC 9(5)  VALUE 0.
       01  WS-NB-PTL-SKIPPED      PIC 9(5)  VALUE 0.

      *> Parent-portal results feed, built at posting off the same
      *> posted tables as the report: per student the average,
      *> mention and decision (with the council's decision where it
      *> overrode), then the course marks. Every line carries the
      *> release timestamp from the term calendar; the portal keeps
      *> the line hidden until then, and without a release date on
      *> the calendar no feed is built at all. Withdrawn students,
      *> students with a mark under appeal and students on an
      *> administrative hold are left out. The publication register
      *> F-PORTREG remembers what the portal already holds, so an
      *> amended or re-run term goes out as a numbered replacement of
      *> the earlier line, never a second copy -- and a result
      *> published before the student was excluded is taken down.
      *> A what-if simulation never reaches the parents.
       PROCEDURE DIVISION.
       6750-PORTAL-FEED-START.
           MOVE 'N' TO WS-PORTAL-BUILT.
           IF WS-IS-SIMULATION
               DISPLAY 'PORTAL: SIMULATION RUN -- NO PORTAL FEED'
               GO TO 6750-PORTAL-FEED-END
           END-IF.
           IF WS-RELEASE-DATE = 0
               DISPLAY 'PORTAL: NO RELEASE DATE ON THE TERM CALENDAR'
                       SPACE 'FOR' SPACE WS-TERM SPACE
                       '-- NO PORTAL FEED'
               GO TO 6750-PORTAL-FEED-END
           END-IF.

           MOVE '00' TO F-PORTREG-STATUS.
           OPEN I-O F-PORTREG.
           IF F-PORTREG-STATUS-NOFILE
      *> First publication ever: create the register empty, then
      *> reopen it for keyed update.
               MOVE '00' TO F-PORTREG-STATUS
               OPEN OUTPUT F-PORTREG
               CLOSE F-PORTREG
               MOVE '00' TO F-PORTREG-STATUS
               OPEN I-O F-PORTREG
           END-IF.
           IF NOT F-PORTREG-STATUS-OK
      *> Without the register a re-run would send duplicates.
               DISPLAY 'PORTAL: PUBLICATION REGISTER UNAVAILABLE,'
                       SPACE 'STATUS' SPACE F-PORTREG-STATUS SPACE
                       '-- NO PORTAL FEED'
               MOVE '00' TO F-PORTREG-STATUS
               GO TO 6750-PORTAL-FEED-END
           END-IF.

           MOVE '00' TO F-PORTAL-STATUS.
           OPEN OUTPUT F-PORTAL.
           IF NOT F-PORTAL-STATUS-OK
               DISPLAY 'PORTAL: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-PORTAL-STATUS
               CLOSE F-PORTREG
               MOVE '00' TO F-PORTREG-STATUS
               GO TO 6750-PORTAL-FEED-END
           END-IF.

           MOVE 0 TO WS-NB-PTL-NEW.
           MOVE 0 TO WS-NB-PTL-REPLACED.
           MOVE 0 TO WS-NB-PTL-RETRACTED.
           MOVE 0 TO WS-NB-PTL-COURSES.
           MOVE 0 TO WS-NB-PTL-SKIPPED.
           MOVE 0 TO WS-NB-PTL-LINES.
           MOVE WS-TERM         TO WS-PTH-TERM.
           MOVE WS-RELEASE-DATE TO WS-PTH-RELEASE-DATE.
           MOVE WS-RELEASE-TIME TO WS-PTH-RELEASE-TIME.
           MOVE WS-RUN-DATE     TO WS-PTH-RUN-DATE.
           MOVE SPACES TO REC-F-PORTAL.
           MOVE WS-PTL-HEADER-LINE TO REC-F-PORTAL.
           WRITE REC-F-PORTAL.
           ADD 1 TO WS-NB-PTL-LINES.

           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   PERFORM 6755-PORTAL-ONE-START
                      THRU 6755-PORTAL-ONE-END
           END-PERFORM.

           ADD 1 TO WS-NB-PTL-LINES.
           MOVE WS-NB-PTL-NEW       TO WS-PTZ-NB-NEW.
           MOVE WS-NB-PTL-REPLACED  TO WS-PTZ-NB-REPLACED.
           MOVE WS-NB-PTL-RETRACTED TO WS-PTZ-NB-RETRACTED.
           MOVE WS-NB-PTL-COURSES   TO WS-PTZ-NB-COURSES.
           MOVE WS-NB-PTL-LINES     TO WS-PTZ-NB-LINES.
           MOVE SPACES TO REC-F-PORTAL.
           MOVE WS-PTL-TRAILER-LINE TO REC-F-PORTAL.
           WRITE REC-F-PORTAL.

           CLOSE F-PORTAL.
           CLOSE F-PORTREG.
           MOVE '00' TO F-PORTREG-STATUS.
           MOVE 'Y' TO WS-PORTAL-BUILT.
           DISPLAY 'PORTAL FEED: NEW' SPACE WS-NB-PTL-NEW SPACE
                   'REPLACED' SPACE WS-NB-PTL-REPLACED SPACE
                   'TAKEN DOWN' SPACE WS-NB-PTL-RETRACTED SPACE
                   'LEFT OUT' SPACE WS-NB-PTL-SKIPPED SPACE
                   '-- RELEASE' SPACE WS-RELEASE-DATE SPACE
                   WS-RELEASE-TIME.
       6750-PORTAL-FEED-END.
           GOBACK.

       6755-PORTAL-ONE-START.
           MOVE 'N' TO WS-PTL-EXCLUDED.
           IF WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
               MOVE 'Y' TO WS-PTL-EXCLUDED
           END-IF.
           IF WS-PTL-EXCLUDED = 'N'
               PERFORM 6757-CHECK-APPEAL-START
                  THRU 6757-CHECK-APPEAL-END
               IF WS-PTL-ON-APPEAL = 'Y'
                   MOVE 'Y' TO WS-PTL-EXCLUDED
               END-IF
           END-IF.
           IF WS-PTL-EXCLUDED = 'N'
               MOVE 'C' TO WS-HLD-ACTION
               MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-HLD-STUDENT
               MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-HLD-NAME
               MOVE 'PORTAL' TO WS-HLD-DOC
               CALL 'hold-check'
               IF WS-HLD-IS-HELD
                   MOVE 'Y' TO WS-PTL-EXCLUDED
               END-IF
           END-IF.

           MOVE WS-STUDENT-ID(WS-IND-ST) TO R-PRG-STUDENT.
           MOVE WS-TERM                  TO R-PRG-TERM.
           IF WS-PTL-EXCLUDED = 'Y'
               ADD 1 TO WS-NB-PTL-SKIPPED
               PERFORM 6765-RETRACT-START THRU 6765-RETRACT-END
           ELSE
               PERFORM 6760-PUBLISH-START THRU 6760-PUBLISH-END
           END-IF.
       6755-PORTAL-ONE-END.
           EXIT.

      *> A mark under appeal ('H') leaves the whole result open.
       6757-CHECK-APPEAL-START.
           MOVE 'N' TO WS-PTL-ON-APPEAL.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                 OR WS-PTL-ON-APPEAL = 'Y'
                   IF WS-CLASS-ID1(WS-IND-CL) =
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-CLASS-STATUS(WS-IND-CL) = 'H'
                       MOVE 'Y' TO WS-PTL-ON-APPEAL
                   END-IF
           END-PERFORM.
       6757-CHECK-APPEAL-END.
           EXIT.

       6760-PUBLISH-START.
           READ F-PORTREG
               INVALID KEY
                   MOVE '00' TO F-PORTREG-STATUS
                   MOVE 'N' TO WS-PTL-ACTION
                   MOVE 1 TO WS-PTL-VERSION
                   MOVE SPACES TO REC-F-PORTREG
                   MOVE WS-STUDENT-ID(WS-IND-ST) TO R-PRG-STUDENT
                   MOVE WS-TERM                  TO R-PRG-TERM
               NOT INVALID KEY
                   MOVE 'R' TO WS-PTL-ACTION
                   IF R-PRG-VERSION < 999
                       COMPUTE WS-PTL-VERSION = R-PRG-VERSION + 1
                   ELSE
                       MOVE 999 TO WS-PTL-VERSION
                   END-IF
           END-READ.

           MOVE WS-PTL-ACTION                 TO WS-PTS-ACTION.
           MOVE WS-STUDENT-ID(WS-IND-ST)      TO WS-PTS-ID.
           MOVE WS-TERM                       TO WS-PTS-TERM.
           MOVE WS-PTL-VERSION                TO WS-PTS-VERSION.
           MOVE WS-RELEASE-DATE               TO WS-PTS-RELEASE-DATE.
           MOVE WS-RELEASE-TIME               TO WS-PTS-RELEASE-TIME.
           MOVE WS-STUDENT-NAME(WS-IND-ST)    TO WS-PTS-NAME.
           MOVE WS-STUDENT-AVG(WS-IND-ST)     TO WS-PTS-AVG.
           MOVE WS-STUDENT-MENTION(WS-IND-ST) TO WS-PTS-MENTION.
           MOVE WS-STUDENT-STATUS(WS-IND-ST)  TO WS-PTS-DECISION.
           IF WS-STUDENT-OVR-STATUS(WS-IND-ST) = SPACES
               MOVE 'N'    TO WS-PTS-COUNCIL
               MOVE SPACES TO WS-PTS-OVR-STATUS
               MOVE SPACES TO WS-PTS-OVR-REASON
           ELSE
               MOVE 'Y' TO WS-PTS-COUNCIL
               MOVE WS-STUDENT-OVR-STATUS(WS-IND-ST) TO
                    WS-PTS-OVR-STATUS
               MOVE WS-STUDENT-OVR-REASON(WS-IND-ST) TO
                    WS-PTS-OVR-REASON
           END-IF.
           MOVE SPACES TO REC-F-PORTAL.
           MOVE WS-PTL-STUDENT-LINE TO REC-F-PORTAL.
           WRITE REC-F-PORTAL.
           ADD 1 TO WS-NB-PTL-LINES.
           IF WS-PTL-ACTION = 'N'
               ADD 1 TO WS-NB-PTL-NEW
           ELSE
               ADD 1 TO WS-NB-PTL-REPLACED
           END-IF.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID1(WS-IND-CL) =
                      WS-STUDENT-ID(WS-IND-ST)
                       PERFORM 6762-WRITE-COURSE-START
                          THRU 6762-WRITE-COURSE-END
                   END-IF
           END-PERFORM.

           MOVE WS-PTL-VERSION  TO R-PRG-VERSION.
           MOVE 'P'             TO R-PRG-STATE.
           MOVE WS-RUN-DATE     TO R-PRG-SENT-DATE.
           MOVE WS-RELEASE-DATE TO R-PRG-RELEASE-DATE.
           MOVE WS-RELEASE-TIME TO R-PRG-RELEASE-TIME.
           IF WS-PTL-ACTION = 'N'
               WRITE REC-F-PORTREG
                   INVALID KEY
                       REWRITE REC-F-PORTREG
               END-WRITE
           ELSE
               REWRITE REC-F-PORTREG
           END-IF.
           IF NOT F-PORTREG-STATUS-OK
               DISPLAY 'PORTAL: REGISTER NOT UPDATED FOR STUDENT'
                       SPACE R-PRG-STUDENT SPACE 'VERSION' SPACE
                       R-PRG-VERSION ', STATUS' SPACE F-PORTREG-STATUS
           END-IF.
           MOVE '00' TO F-PORTREG-STATUS.
       6760-PUBLISH-END.
           EXIT.

       6762-WRITE-COURSE-START.
           MOVE WS-PTL-ACTION              TO WS-PTC-ACTION.
           MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-PTC-ID.
           MOVE WS-TERM                    TO WS-PTC-TERM.
           MOVE WS-PTL-VERSION             TO WS-PTC-VERSION.
           MOVE WS-RELEASE-DATE            TO WS-PTC-RELEASE-DATE.
           MOVE WS-RELEASE-TIME            TO WS-PTC-RELEASE-TIME.
           MOVE WS-CLASS-ID2(WS-IND-CL)    TO WS-PTC-COURSE.
           MOVE SPACES TO WS-PTC-NAME.
           MOVE 0 TO WS-PTC-COEF.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-CLASS-ID2(WS-IND-CL)
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-PTC-NAME
      *> The coefficient of the student's track, as printed on the
      *> transcript.
                   MOVE WS-COURSE-ID(IDX-COURSE) TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK(WS-IND-ST) TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE WS-TKC-COEF TO WS-PTC-COEF
           END-SEARCH.
           MOVE WS-CLASS-GRADE(WS-IND-CL)  TO WS-PTC-GRADE.
           MOVE WS-CLASS-STATUS(WS-IND-CL) TO WS-PTC-STATUS.
           MOVE SPACES TO REC-F-PORTAL.
           MOVE WS-PTL-COURSE-LINE TO REC-F-PORTAL.
           WRITE REC-F-PORTAL.
           ADD 1 TO WS-NB-PTL-LINES.
           ADD 1 TO WS-NB-PTL-COURSES.
       6762-WRITE-COURSE-END.
           EXIT.

      *> Excluded this run: nothing to send unless the portal holds
      *> a published result for the term, which is taken down.
       6765-RETRACT-START.
           READ F-PORTREG
               INVALID KEY
                   MOVE '00' TO F-PORTREG-STATUS
                   GO TO 6765-RETRACT-END
           END-READ.
           IF R-PRG-STATE NOT = 'P'
               GO TO 6765-RETRACT-END
           END-IF.
           IF R-PRG-VERSION < 999
               ADD 1 TO R-PRG-VERSION
           END-IF.
           MOVE SPACES TO WS-PTL-STUDENT-LINE(3:).
           MOVE 'X'                        TO WS-PTS-ACTION.
           MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-PTS-ID.
           MOVE WS-TERM                    TO WS-PTS-TERM.
           MOVE R-PRG-VERSION              TO WS-PTS-VERSION.
           MOVE WS-RELEASE-DATE            TO WS-PTS-RELEASE-DATE.
           MOVE WS-RELEASE-TIME            TO WS-PTS-RELEASE-TIME.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-PTS-NAME.
           MOVE 0 TO WS-PTS-AVG.
           MOVE SPACES TO REC-F-PORTAL.
           MOVE WS-PTL-STUDENT-LINE TO REC-F-PORTAL.
           WRITE REC-F-PORTAL.
           ADD 1 TO WS-NB-PTL-LINES.
           ADD 1 TO WS-NB-PTL-RETRACTED.
           MOVE 'X'         TO R-PRG-STATE.
           MOVE WS-RUN-DATE TO R-PRG-SENT-DATE.
           REWRITE REC-F-PORTREG.
           IF NOT F-PORTREG-STATUS-OK
               DISPLAY 'PORTAL: RETRACTION NOT REGISTERED FOR STUDENT'
                       SPACE R-PRG-STUDENT SPACE 'VERSION' SPACE
                       R-PRG-VERSION ', STATUS' SPACE F-PORTREG-STATUS
           END-IF.
           MOVE '00' TO F-PORTREG-STATUS.
       6765-RETRACT-END.
           EXIT.
