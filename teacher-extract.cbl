       01  WS-IND-TC          PIC 999     VALUE 0.
       01  WS-FIRST-SECTION   PIC X       VALUE 'Y'.

      *> The teacher each course is routed to, by WS-COURSE-TAB
      *> position: whoever was teaching it on the run date -- a
      *> substitute in place of the course's own instructor when
      *> subst-teacher.cbl has one for that day.
       01  WS-ROUTE-TAB.
           03 WS-ROUTE        OCCURS 999.
              05 WS-RTE-TEACHER  PIC X(13).
              05 WS-RTE-SUBST    PIC X.

       01  WS-TEACHER-HDR-LINE.
           03 FILLER          PIC X(20)
                              VALUE 'GRADEBOOK SIGN-OFF: '.
       01  WS-SIGN-COURSE-LINE.
           03 FILLER          PIC X(8)   VALUE 'COURSE: '.
           03 WS-SCL-NAME     PIC X(21).
           03 WS-SCL-FOR      PIC X(12).
           03 WS-SCL-FOR-NAME PIC X(13).

       01  WS-SIGN-STUDENT-LINE.
           03 FILLER          PIC X(4)   VALUE SPACES.
      *> component breakdown behind it and the INC/ABS status, plus a
      *> signature line -- formatted for sign-off before the term is
      *> published, instead of teachers checking a photocopy of the
      *> class report. A course a substitute is teaching on the run
      *> date goes to the substitute's section, marked with the
      *> instructor it is taught in place of.
       PROCEDURE DIVISION.
       7500-TEACHER-EXTRACT-START.
           OPEN OUTPUT F-SIGNOFF.
           GOBACK.

       7510-COLLECT-TEACHER-START.
           MOVE 'F' TO WS-SBT-ACTION.
           MOVE WS-COURSE-ID(WS-IND-CO) TO WS-SBT-COURSE.
           MOVE WS-RUN-DATE TO WS-SBT-DATE.
           MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-SBT-TEACHER.
           CALL 'subst-teacher'.
           MOVE WS-SBT-TEACHER TO WS-RTE-TEACHER(WS-IND-CO).
           MOVE WS-SBT-SUBST   TO WS-RTE-SUBST(WS-IND-CO).

           MOVE 'N' TO WS-TEACHER-FOUND.
           SET IDX-TEACH TO 1.
           SEARCH WS-TEACHER-TAB
               WHEN WS-TCH-NAME(IDX-TEACH) =
                    WS-RTE-TEACHER(WS-IND-CO)
                   MOVE 'Y' TO WS-TEACHER-FOUND
           END-SEARCH.
           IF WS-TEACHER-FOUND = 'N'
               SET WS-NB-TEACHERS UP BY 1
               MOVE WS-RTE-TEACHER(WS-IND-CO) TO
                    WS-TCH-NAME(WS-NB-TEACHERS)
           END-IF.
       7510-COLLECT-TEACHER-END.

           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   IF WS-RTE-TEACHER(WS-IND-CO) =
                      WS-TCH-NAME(WS-IND-TC)
                       PERFORM 7530-WRITE-COURSE-START
                          THRU 7530-WRITE-COURSE-END
       7530-WRITE-COURSE-START.
           SET WS-ID2 TO WS-COURSE-ID(WS-IND-CO).
           MOVE WS-COURSE-NAME(WS-IND-CO) TO WS-SCL-NAME.
           IF WS-RTE-SUBST(WS-IND-CO) = 'Y'
               MOVE 'IN PLACE OF ' TO WS-SCL-FOR
               MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-SCL-FOR-NAME
           ELSE
               MOVE SPACES TO WS-SCL-FOR
               MOVE SPACES TO WS-SCL-FOR-NAME
           END-IF.
           MOVE SPACES TO REC-F-SIGNOFF.
           WRITE REC-F-SIGNOFF.
           MOVE SPACES TO REC-F-SIGNOFF.
