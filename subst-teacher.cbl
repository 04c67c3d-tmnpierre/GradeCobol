       IDENTIFICATION DIVISION.
       PROGRAM-ID. subst-teacher.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selsbt.
           COPY seltea.

       DATA DIVISION.
       FILE SECTION.
           COPY fdsbt.
           COPY fdtea.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-SBT-LOADED      PIC X       VALUE 'N'.
       01  WS-SBT-MASTER      PIC X       VALUE 'N'.
       01  WS-SBT-REASON      PIC X(32)   VALUE SPACES.
       01  WS-SBT-SAVE        PIC X(13)   VALUE SPACES.

      *> Substitutions accepted from the file, read on the first
      *> CALL and kept across CALLs.
       01  WS-NB-SUB          PIC 999     VALUE 0.
       01  WS-SUB-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-SUB
                              INDEXED BY IDX-SUB.
           03 WS-SUB-COURSE   PIC 999.
           03 WS-SUB-TEACHER  PIC X(13).
           03 WS-SUB-FROM     PIC 9(8).
           03 WS-SUB-TO       PIC 9(8).
       01  WS-SUB-ROW         PIC 999     VALUE 0.

      *> 30/360 day count, the convention the prorated absence
      *> ceiling uses; both ends of a window count.
       01  WS-DATE-IN         PIC 9(8)    VALUE 0.
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           03 WS-DI-YYYY      PIC 9(4).
           03 WS-DI-MM        PIC 99.
           03 WS-DI-DD        PIC 99.
       01  WS-DATE-DAYS       PIC 9(7)    VALUE 0.
       01  WS-WIN-FROM        PIC 9(7)    VALUE 0.
       01  WS-WIN-TO          PIC 9(7)    VALUE 0.
       01  WS-TERM-DAYS       PIC 9(7)    VALUE 0.
       01  WS-PART-FROM       PIC 9(7)    VALUE 0.
       01  WS-PART-TO         PIC 9(7)    VALUE 0.
       01  WS-PART-DAYS       PIC 9(7)    VALUE 0.
       01  WS-SUB-DAYS        PIC 9(7)    VALUE 0.
       01  WS-ASKED-DAYS      PIC 9(7)    VALUE 0.

      *> When a teacher is on long leave the course stays theirs in
      *> WS-COURSE-TEACHER, but a substitute teaches and grades it
      *> for the dates on the substitution file. Each row must name
      *> a teacher on the teacher master (when the shop has one),
      *> carry a from/to window in that order, and not overlap
      *> another substitution of the same course -- a course has one
      *> teacher on any given day. Rejected rows are listed on the
      *> console and the course stays with its own instructor for
      *> those dates. The sign-off extract and the gradebook check
      *> ask who was teaching on the posting date ('F'); the
      *> workload summary asks what share of the term window each
      *> teacher carried ('S').
       PROCEDURE DIVISION.
       5700-SUBST-TEACHER-START.
           IF WS-SBT-LOADED = 'N'
               PERFORM 5710-LOAD-SUBST-START THRU 5710-LOAD-SUBST-END
           END-IF.
           IF WS-SBT-SPLIT
               PERFORM 5740-TERM-SHARE-START THRU 5740-TERM-SHARE-END
           ELSE
               PERFORM 5730-FIND-TEACHER-START
                  THRU 5730-FIND-TEACHER-END
           END-IF.
       5700-SUBST-TEACHER-END.
           GOBACK.

       5710-LOAD-SUBST-START.
           MOVE 'Y' TO WS-SBT-LOADED.
           MOVE 0 TO WS-NB-SUB.
      *> Without a teacher master the names pass unvalidated, as the
      *> course records' instructor names do.
           MOVE 'N' TO WS-SBT-MASTER.
           MOVE '00' TO F-TEAMAST-STATUS.
           OPEN INPUT F-TEAMAST.
           IF F-TEAMAST-STATUS-OK
               MOVE 'Y' TO WS-SBT-MASTER
           ELSE
               MOVE '00' TO F-TEAMAST-STATUS
           END-IF.

           MOVE '00' TO F-SUBST-STATUS.
           OPEN INPUT F-SUBST.
           IF NOT F-SUBST-STATUS-OK
               MOVE '00' TO F-SUBST-STATUS
           ELSE
               PERFORM UNTIL F-SUBST-STATUS-EOF
                   READ F-SUBST
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 5720-CHECK-SUBST-START
                              THRU 5720-CHECK-SUBST-END
                   END-READ
               END-PERFORM
               CLOSE F-SUBST
               MOVE '00' TO F-SUBST-STATUS
           END-IF.

           IF WS-SBT-MASTER = 'Y'
               CLOSE F-TEAMAST
               MOVE '00' TO F-TEAMAST-STATUS
           END-IF.
       5710-LOAD-SUBST-END.
           EXIT.

       5720-CHECK-SUBST-START.
           IF REC-F-SUBST = SPACES
               GO TO 5720-CHECK-SUBST-END
           END-IF.
           MOVE SPACES TO WS-SBT-REASON.
           EVALUATE TRUE
               WHEN R-SBT-COURSE IS NOT NUMERIC
                   MOVE 'BAD COURSE ID' TO WS-SBT-REASON
               WHEN R-SBT-TEACHER = SPACES
                   MOVE 'NO SUBSTITUTE NAMED' TO WS-SBT-REASON
               WHEN R-SBT-FROM IS NOT NUMERIC OR
                    R-SBT-TO IS NOT NUMERIC OR
                    R-SBT-FROM > R-SBT-TO
                   MOVE 'BAD DATES' TO WS-SBT-REASON
           END-EVALUATE.

           IF WS-SBT-REASON = SPACES AND WS-SBT-MASTER = 'Y'
               MOVE R-SBT-TEACHER TO R-TEA-NAME
               READ F-TEAMAST
                   KEY IS R-TEA-NAME
                   INVALID KEY
                       MOVE 'NOT ON TEACHER MASTER' TO WS-SBT-REASON
               END-READ
               MOVE '00' TO F-TEAMAST-STATUS
           END-IF.

           IF WS-SBT-REASON = SPACES AND WS-NB-SUB > 0
               SET IDX-SUB TO 1
               SEARCH WS-SUB-TAB
                   WHEN WS-SUB-COURSE(IDX-SUB) = R-SBT-COURSE AND
                        WS-SUB-FROM(IDX-SUB) <= R-SBT-TO AND
                        WS-SUB-TO(IDX-SUB) >= R-SBT-FROM
                       MOVE 'OVERLAPS AN EARLIER SUBSTITUTION'
                           TO WS-SBT-REASON
               END-SEARCH
           END-IF.

           IF WS-SBT-REASON = SPACES AND WS-NB-SUB >= 999
               MOVE 'TABLE FULL' TO WS-SBT-REASON
           END-IF.

           IF WS-SBT-REASON NOT = SPACES
               DISPLAY 'SUBST-TEACHER: COURSE' SPACE R-SBT-COURSE
                       SPACE R-SBT-TEACHER SPACE 'REJECTED --'
                       SPACE WS-SBT-REASON
               GO TO 5720-CHECK-SUBST-END
           END-IF.

           ADD 1 TO WS-NB-SUB.
           MOVE R-SBT-COURSE  TO WS-SUB-COURSE(WS-NB-SUB).
           MOVE R-SBT-TEACHER TO WS-SUB-TEACHER(WS-NB-SUB).
           MOVE R-SBT-FROM    TO WS-SUB-FROM(WS-NB-SUB).
           MOVE R-SBT-TO      TO WS-SUB-TO(WS-NB-SUB).
       5720-CHECK-SUBST-END.
           EXIT.

       5730-FIND-TEACHER-START.
           MOVE 'N' TO WS-SBT-SUBST.
           IF WS-NB-SUB = 0
               GO TO 5730-FIND-TEACHER-END
           END-IF.
           SET IDX-SUB TO 1.
           SEARCH WS-SUB-TAB
               WHEN WS-SUB-COURSE(IDX-SUB) = WS-SBT-COURSE AND
                    WS-SUB-FROM(IDX-SUB) <= WS-SBT-DATE AND
                    WS-SUB-TO(IDX-SUB) >= WS-SBT-DATE
                   MOVE WS-SUB-TEACHER(IDX-SUB) TO WS-SBT-TEACHER
                   MOVE 'Y' TO WS-SBT-SUBST
           END-SEARCH.
       5730-FIND-TEACHER-END.
           EXIT.

      *> The substitutes' days inside the term window go to them,
      *> the rest of the window to the course's own instructor.
       5740-TERM-SHARE-START.
           MOVE 0 TO WS-SBT-SHARE.
      *> No term window on file to split by: the whole course goes
      *> to whoever is teaching it on the run date.
           IF WS-TERM-START = 0 OR WS-TERM-END < WS-TERM-START
               MOVE WS-SBT-TEACHER TO WS-SBT-SAVE
               MOVE WS-RUN-DATE TO WS-SBT-DATE
               PERFORM 5730-FIND-TEACHER-START
                  THRU 5730-FIND-TEACHER-END
               IF WS-SBT-TEACHER = WS-SBT-ASKED
                   MOVE 1 TO WS-SBT-SHARE
               END-IF
               MOVE WS-SBT-SAVE TO WS-SBT-TEACHER
               GO TO 5740-TERM-SHARE-END
           END-IF.

           MOVE WS-TERM-START TO WS-DATE-IN.
           PERFORM 5760-DATE-TO-DAYS-START THRU 5760-DATE-TO-DAYS-END.
           MOVE WS-DATE-DAYS TO WS-WIN-FROM.
           MOVE WS-TERM-END TO WS-DATE-IN.
           PERFORM 5760-DATE-TO-DAYS-START THRU 5760-DATE-TO-DAYS-END.
           MOVE WS-DATE-DAYS TO WS-WIN-TO.
           COMPUTE WS-TERM-DAYS = WS-WIN-TO - WS-WIN-FROM + 1.

           MOVE 0 TO WS-SUB-DAYS.
           MOVE 0 TO WS-ASKED-DAYS.
           PERFORM VARYING WS-SUB-ROW FROM 1 BY 1
              UNTIL WS-SUB-ROW > WS-NB-SUB
                   IF WS-SUB-COURSE(WS-SUB-ROW) = WS-SBT-COURSE
                       PERFORM 5750-SUBST-DAYS-START
                          THRU 5750-SUBST-DAYS-END
                   END-IF
           END-PERFORM.
           IF WS-SBT-TEACHER = WS-SBT-ASKED
               COMPUTE WS-ASKED-DAYS =
                   WS-ASKED-DAYS + WS-TERM-DAYS - WS-SUB-DAYS
           END-IF.

           IF WS-ASKED-DAYS >= WS-TERM-DAYS
               MOVE 1 TO WS-SBT-SHARE
           ELSE
               COMPUTE WS-SBT-SHARE ROUNDED =
                   WS-ASKED-DAYS / WS-TERM-DAYS
           END-IF.
       5740-TERM-SHARE-END.
           EXIT.

      *> One substitution's days, clipped to the term window.
       5750-SUBST-DAYS-START.
           MOVE WS-SUB-FROM(WS-SUB-ROW) TO WS-DATE-IN.
           PERFORM 5760-DATE-TO-DAYS-START THRU 5760-DATE-TO-DAYS-END.
           MOVE WS-DATE-DAYS TO WS-PART-FROM.
           MOVE WS-SUB-TO(WS-SUB-ROW) TO WS-DATE-IN.
           PERFORM 5760-DATE-TO-DAYS-START THRU 5760-DATE-TO-DAYS-END.
           MOVE WS-DATE-DAYS TO WS-PART-TO.
           IF WS-PART-FROM < WS-WIN-FROM
               MOVE WS-WIN-FROM TO WS-PART-FROM
           END-IF.
           IF WS-PART-TO > WS-WIN-TO
               MOVE WS-WIN-TO TO WS-PART-TO
           END-IF.
           IF WS-PART-TO < WS-PART-FROM
               GO TO 5750-SUBST-DAYS-END
           END-IF.
           COMPUTE WS-PART-DAYS = WS-PART-TO - WS-PART-FROM + 1.
           ADD WS-PART-DAYS TO WS-SUB-DAYS.
           IF WS-SUB-TEACHER(WS-SUB-ROW) = WS-SBT-ASKED
               ADD WS-PART-DAYS TO WS-ASKED-DAYS
           END-IF.
       5750-SUBST-DAYS-END.
           EXIT.

       5760-DATE-TO-DAYS-START.
           COMPUTE WS-DATE-DAYS =
               (WS-DI-YYYY * 360) + ((WS-DI-MM - 1) * 30) + WS-DI-DD.
       5760-DATE-TO-DAYS-END.
           EXIT.
