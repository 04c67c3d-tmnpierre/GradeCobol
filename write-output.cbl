       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selout.
           COPY selbwk.

       DATA DIVISION.
       FILE SECTION.
           COPY fdout.
           COPY fdbwk.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY msgtab.
           COPY cmpdom.

       01  WS-STUDENT-LINE        PIC X(22)  VALUE 'STUDENT'.
       01  WS-AVG-LINE            PIC X(20)  VALUE 'AVERAGE'.
           03 WS-CDL-GRADE        PIC X(7).
           03 WS-CDL-ORIGIN       PIC X(10).
           03 WS-CDL-RETAKE       PIC X(14).
           03 WS-CDL-OPTION       PIC X(7).

      *> Session-2 annotation on a retaken course row: the grade
      *> column already carries the better mark, this note keeps the
           03 WS-RTN-S1           PIC Z9,99.
           03 FILLER              PIC X(1)  VALUE ')'.

      *> Work placement detail under a placement course row.
       01  WS-PLACEMENT-DETAIL-LINE.
           03 FILLER               PIC X(17)  VALUE SPACES.
           03 WS-PDL-PLC-LBL       PIC X(11).
           03 WS-PDL-PLC-HOST      PIC X(20).
           03 FILLER               PIC X(1)   VALUE SPACE.
           03 WS-PDL-PLC-START     PIC 9(8).
           03 FILLER               PIC X(1)   VALUE '-'.
           03 WS-PDL-PLC-END       PIC 9(8).
           03 WS-PDL-PLC-HRS-LBL   PIC X(9).
           03 WS-PDL-PLC-HOURS     PIC ZZ9.
           03 FILLER               PIC X(1)   VALUE '/'.
           03 WS-PDL-PLC-MIN       PIC ZZ9.
           03 WS-PDL-PLC-TUT-LBL   PIC X(9).
           03 WS-PDL-PLC-TUTOR     PIC X(20).
           03 WS-PDL-PLC-SHORT     PIC X(13).

      *> Effective-date annotation on a dropped (W) course row.
       01  WS-DROP-NOTE.
           03 FILLER              PIC X(5)  VALUE ' EFF '.
       01  WS-IND-SEC              PIC 999     VALUE 0.
       01  WS-SEC-RANK             PIC 999     VALUE 0.

      *> Per-track merit lists on a RANKBY TRACK run: distinct
      *> tracks collected like the sections above, one block per
      *> track numbered by the track rank rank-students assigned.
       01  WS-NB-TRACKS            PIC 999     VALUE 0.
       01  WS-TRACK-TAB            OCCURS 1 TO 999
                                   DEPENDING WS-NB-TRACKS
                                   INDEXED BY IDX-TRK.
           03 WS-TRK-CODE          PIC X(3).
       01  WS-TRACK-FOUND          PIC X       VALUE 'N'.
       01  WS-IND-TRK              PIC 999     VALUE 0.

       01  WS-NB-PENDING           PIC 999     VALUE 0.
       01  WS-NB-ACTIVE            PIC 999     VALUE 0.
       01  WS-NB-WITHDRAWN         PIC 999     VALUE 0.
           03 WS-CON-PTS           PIC ZZ9.
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 WS-CON-FLAG          PIC X(12).
      *> Competency block: one line per assessed student with the
      *> level reached in each framework domain ('-' = not assessed),
      *> then the class summary -- per domain, how many students
      *> reached each level. Withdrawn students keep their profile
      *> line but stay out of the class counts, as they stay out of
      *> every other class figure.
       01  WS-CPT-HDR-LINE.
           03 FILLER               PIC X(25)  VALUE SPACES.
           03 WS-CPH-CODE          PIC X(5)   OCCURS 8.
       01  WS-CPT-STUDENT-LINE.
           03 WS-CPS-NAME          PIC X(22).
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 WS-CPS-LEVEL         PIC X(5)   OCCURS 8.
       01  WS-CPT-SUMMARY-LINE.
           03 WS-CPY-CODE          PIC X(4).
           03 FILLER               PIC X      VALUE SPACE.
           03 WS-CPY-LABEL         PIC X(24).
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 WS-CPY-LVL           OCCURS 4.
              05 WS-CPY-LVL-NO     PIC 9.
              05 WS-CPY-LVL-SEP    PIC X(2).
              05 WS-CPY-LVL-N      PIC ZZ9.
              05 WS-CPY-LVL-GAP    PIC X(2).
       01  WS-CPT-COUNTS.
           03 WS-CPT-DOM-CNT       OCCURS 8.
              05 WS-CPT-LVL-CNT    PIC 999    OCCURS 4.
       01  WS-CPT-HAS-ROW          PIC X      VALUE 'N'.
       01  WS-CPT-DOM              PIC 9      VALUE 0.
       01  WS-CPT-LVL              PIC 9      VALUE 0.
       01  WS-WITHDRAWN-LINE.
           03 WS-WDL-NAME          PIC X(22).
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 FILLER               PIC X(5)    VALUE 'PAGE '.
           03 WS-PL-NUM            PIC ZZ9.

      *> Routing for the bursting step: 7018-ROUTE-LINE copies the
      *> line just written to F-OUTPUT into F-BURSTWK under the
      *> recipient, part and block flag set here by the caller.
       01  WS-BWK-OPEN             PIC X       VALUE 'N'.
           88 WS-BWK-IS-OPEN          VALUE 'Y'.
       01  WS-BWK-HDR-DONE         PIC X       VALUE 'N'.
       01  WS-BWK-TYPE             PIC X       VALUE SPACE.
       01  WS-BWK-RECIP            PIC X(13)   VALUE SPACES.
       01  WS-BWK-PART             PIC X       VALUE SPACE.
       01  WS-BWK-BLOCK            PIC X       VALUE 'N'.

       PROCEDURE DIVISION.
       7000-WRITE-OUTPUT-START.
           MOVE WS-MSG-HDR-RANK     TO WS-MHL-RANK.
           MOVE WS-MSG-HDR-COURSES  TO WS-THL-COURSES.
           MOVE WS-MSG-HDR-AVERAGE  TO WS-THL-AVERAGE.

           MOVE 'N' TO WS-BWK-OPEN.
           MOVE 'N' TO WS-BWK-HDR-DONE.
           IF WS-IS-BURST
               OPEN OUTPUT F-BURSTWK
               IF F-BURSTWK-STATUS-OK
                   MOVE 'Y' TO WS-BWK-OPEN
               ELSE
                   DISPLAY 'BURST WORK FILE' SPACE
                           WS-FILE-BURSTWK-NAME SPACE
                           'NOT OPENED, STATUS' SPACE F-BURSTWK-STATUS
                           SPACE '-- NO BURSTING THIS RUN'
               END-IF
               MOVE '00' TO F-BURSTWK-STATUS
           END-IF.

           PERFORM 7002-WRITE-MERIT-HEADER-START
              THRU 7002-WRITE-MERIT-HEADER-END.

           PERFORM 7110-WRITE-CONDUCT-START
              THRU 7110-WRITE-CONDUCT-END.

           IF WS-NB-CPT > 0
               PERFORM 7120-WRITE-COMPETENCY-START
                  THRU 7120-WRITE-COMPETENCY-END
           END-IF.

           PERFORM 7070-WRITE-SECTION-LISTS-START
              THRU 7070-WRITE-SECTION-LISTS-END.

           IF WS-RANK-BY-TRACK
               PERFORM 7077-WRITE-TRACK-LISTS-START
                  THRU 7077-WRITE-TRACK-LISTS-END
           END-IF.

           MOVE SPACES TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE WS-MSG-COURSE-STATS TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'H' TO WS-BWK-TYPE.
           MOVE 'T' TO WS-BWK-RECIP.
           MOVE '1' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-COURSE-HEADER-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
           MOVE WS-MSG-COURSE-ROSTER TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'H' TO WS-BWK-TYPE.
           MOVE 'T' TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   PERFORM 7065-WRITE-TEACHER-LINE-START
                      THRU 7065-WRITE-TEACHER-LINE-END
           END-PERFORM.

           IF WS-BWK-IS-OPEN
               CLOSE F-BURSTWK
               MOVE '00' TO F-BURSTWK-STATUS
               MOVE 'N' TO WS-BWK-OPEN
           END-IF.
       7000-WRITE-OUTPUT-END.
           GOBACK.

      *> Copy the line just written to F-OUTPUT into the bursting
      *> work file under WS-BWK-TYPE/RECIP/PART/BLOCK. A no-op when
      *> bursting is off or the work file would not open.
       7018-ROUTE-LINE-START.
           IF NOT WS-BWK-IS-OPEN
               GO TO 7018-ROUTE-LINE-END
           END-IF.
           MOVE SPACES TO REC-F-BURSTWK.
           MOVE WS-BWK-TYPE  TO R-BWK-TYPE.
           MOVE WS-BWK-RECIP TO R-BWK-RECIP.
           MOVE WS-BWK-PART  TO R-BWK-PART.
           MOVE WS-BWK-BLOCK TO R-BWK-BLOCK.
           MOVE REC-F-OUTPUT TO R-BWK-LINE.
           WRITE REC-F-BURSTWK.
           IF NOT F-BURSTWK-STATUS-OK
               DISPLAY 'BURST WORK FILE WRITE FAILED, STATUS' SPACE
                       F-BURSTWK-STATUS SPACE '-- NO BURSTING THIS RUN'
               CLOSE F-BURSTWK
               MOVE 'N' TO WS-BWK-OPEN
           END-IF.
           MOVE '00' TO F-BURSTWK-STATUS.
       7018-ROUTE-LINE-END.
           EXIT.

      *> Req 031: title/simulation-banner/column-header block, printed
      *> once at the top of the merit list and again by 7015-PAGE-BREAK
      *> every time WS-LINE-COUNT rolls over WS-LINES-PER-PAGE.
           MOVE WS-MSG-TITLE-MERIT TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'H' TO WS-BWK-TYPE.
           MOVE 'S' TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           IF WS-BWK-HDR-DONE = 'N'
               PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END
           END-IF.

           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-HEADER-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           IF WS-BWK-HDR-DONE = 'N'
               PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END
               MOVE 'Y' TO WS-BWK-HDR-DONE
           END-IF.

           MOVE 0 TO WS-LINE-COUNT.
       7002-WRITE-MERIT-HEADER-END.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'S' TO WS-BWK-TYPE.
           MOVE WS-STUDENT-SECTION(WS-IND-ST) TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'Y' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
           SET WS-ID2 TO WS-CLASS-ID2(WS-IND-CL).
           MOVE WS-COEF-LINE TO WS-CDL-COEF-LBL.
           MOVE SPACES TO WS-CDL-COURSE.
           MOVE SPACES TO WS-CDL-OPTION.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-CDL-COURSE
                   IF WS-COURSE-IS-OPTION(IDX-COURSE)
                       MOVE WS-MSG-OPTION TO WS-CDL-OPTION
                   END-IF
           END-SEARCH.
           PERFORM 7025-FORMAT-GRADE-START THRU 7025-FORMAT-GRADE-END.
           MOVE WS-GRADE-TEXT TO WS-CDL-GRADE.
           EVALUATE TRUE
               WHEN WS-CLASS-TRANSFER(WS-IND-CL)
                   MOVE WS-MSG-ORG-TRANSFER TO WS-CDL-ORIGIN
               WHEN WS-CLASS-PLACEMENT(WS-IND-CL)
                   MOVE WS-MSG-ORG-PLACEMENT TO WS-CDL-ORIGIN
               WHEN OTHER
                   MOVE SPACES TO WS-CDL-ORIGIN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CLASS-IS-RETAKEN(WS-IND-CL)
                   MOVE WS-CLASS-S1-GRADE(WS-IND-CL) TO WS-RTN-S1
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'S' TO WS-BWK-TYPE.
           MOVE WS-STUDENT-SECTION(WS-IND-ST) TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.
           IF WS-CLASS-PLACEMENT(WS-IND-CL)
               PERFORM 7022-WRITE-PLACEMENT-START
                  THRU 7022-WRITE-PLACEMENT-END
           END-IF.
       7020-WRITE-CLASS-LINE-END.
           EXIT.

       7022-WRITE-PLACEMENT-START.
           IF WS-NB-PLC = 0
               GO TO 7022-WRITE-PLACEMENT-END
           END-IF.
           SET IDX-PLC TO 1.
           SEARCH WS-PLC-TAB
               AT END
                   GO TO 7022-WRITE-PLACEMENT-END
               WHEN WS-PLC-STUDENT(IDX-PLC) = WS-CLASS-ID1(WS-IND-CL)
                AND WS-PLC-COURSE(IDX-PLC) = WS-CLASS-ID2(WS-IND-CL)
                   CONTINUE
           END-SEARCH.
           MOVE WS-MSG-PLC-LBL             TO WS-PDL-PLC-LBL.
           MOVE WS-PLC-HOST(IDX-PLC)       TO WS-PDL-PLC-HOST.
           MOVE WS-PLC-START(IDX-PLC)      TO WS-PDL-PLC-START.
           MOVE WS-PLC-END(IDX-PLC)        TO WS-PDL-PLC-END.
           MOVE WS-MSG-PLC-HOURS           TO WS-PDL-PLC-HRS-LBL.
           MOVE WS-PLC-HOURS(IDX-PLC)      TO WS-PDL-PLC-HOURS.
           MOVE WS-PLC-MIN-HOURS(IDX-PLC)  TO WS-PDL-PLC-MIN.
           MOVE WS-MSG-PLC-TUTOR           TO WS-PDL-PLC-TUT-LBL.
           MOVE WS-PLC-SUPERVISOR(IDX-PLC) TO WS-PDL-PLC-TUTOR.
           IF WS-PLC-HOURS(IDX-PLC) < WS-PLC-MIN-HOURS(IDX-PLC)
               MOVE WS-MSG-PLC-SHORT TO WS-PDL-PLC-SHORT
           ELSE
               MOVE SPACES TO WS-PDL-PLC-SHORT
           END-IF.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-PLACEMENT-DETAIL-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'S' TO WS-BWK-TYPE.
           MOVE WS-STUDENT-SECTION(WS-IND-ST) TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.
       7022-WRITE-PLACEMENT-END.
           EXIT.

       7025-FORMAT-GRADE-START.
           EVALUATE TRUE
               WHEN WS-CLASS-HELD(WS-IND-CL)
           MOVE WS-COURSE-STATS-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'T' TO WS-BWK-TYPE.
           MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-BWK-RECIP.
           MOVE '1' TO WS-BWK-PART.
           MOVE 'Y' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.
       7030-WRITE-COURSE-STATS-END.
           EXIT.

           MOVE WS-ROSTER-COURSE-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'T' TO WS-BWK-TYPE.
           MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'Y' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
           MOVE WS-ROSTER-STUDENT-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'T' TO WS-BWK-TYPE.
           MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-BWK-RECIP.
           MOVE '2' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.
       7050-WRITE-ROSTER-STUDENT-END.
           EXIT.

           MOVE WS-MSG-SECTION-LISTS TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'H' TO WS-BWK-TYPE.
           MOVE 'S' TO WS-BWK-RECIP.
           MOVE '1' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           PERFORM VARYING WS-IND-SEC FROM 1 BY 1
              UNTIL WS-IND-SEC > WS-NB-SECTIONS
           MOVE WS-SECTION-HDR-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'S' TO WS-BWK-TYPE.
           MOVE WS-SEC-CODE(WS-IND-SEC) TO WS-BWK-RECIP.
           MOVE '1' TO WS-BWK-PART.
           MOVE 'Y' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.

           MOVE 0 TO WS-SEC-RANK.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
           MOVE WS-SECTION-DETAIL-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE 'S' TO WS-BWK-TYPE.
           MOVE WS-SEC-CODE(WS-IND-SEC) TO WS-BWK-RECIP.
           MOVE '1' TO WS-BWK-PART.
           MOVE 'N' TO WS-BWK-BLOCK.
           PERFORM 7018-ROUTE-LINE-START THRU 7018-ROUTE-LINE-END.
       7076-WRITE-SECTION-ROW-END.
           EXIT.

      *> Per-track merit lists. Unlike the section blocks these are
      *> asked for (RANKBY TRACK), so even a single track prints --
      *> but a run where nobody carries a track has nothing to show.
       7077-WRITE-TRACK-LISTS-START.
           MOVE 0 TO WS-NB-TRACKS.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   MOVE 'N' TO WS-TRACK-FOUND
                   IF WS-NB-TRACKS > 0
                       SET IDX-TRK TO 1
                       SEARCH WS-TRACK-TAB
                           WHEN WS-TRK-CODE(IDX-TRK) =
                                WS-STUDENT-TRACK(WS-IND-ST)
                               MOVE 'Y' TO WS-TRACK-FOUND
                       END-SEARCH
                   END-IF
                   IF WS-TRACK-FOUND = 'N'
                       SET WS-NB-TRACKS UP BY 1
                       MOVE WS-STUDENT-TRACK(WS-IND-ST) TO
                            WS-TRK-CODE(WS-NB-TRACKS)
                   END-IF
           END-PERFORM.

           IF WS-NB-TRACKS = 0 OR
              (WS-NB-TRACKS = 1 AND WS-TRK-CODE(1) = SPACES)
               GO TO 7077-WRITE-TRACK-LISTS-END
           END-IF.

           MOVE SPACES TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-MSG-TRACK-LISTS TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           PERFORM VARYING WS-IND-TRK FROM 1 BY 1
              UNTIL WS-IND-TRK > WS-NB-TRACKS
                   PERFORM 7078-WRITE-ONE-TRACK-START
                      THRU 7078-WRITE-ONE-TRACK-END
           END-PERFORM.
       7077-WRITE-TRACK-LISTS-END.
           EXIT.

       7078-WRITE-ONE-TRACK-START.
           MOVE SPACES TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           MOVE WS-MSG-TRACK-LBL TO WS-SHL-LBL.
           MOVE WS-TRK-CODE(WS-IND-TRK) TO WS-SHL-CODE.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-SECTION-HDR-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
           MOVE WS-MSG-SECTION-LBL TO WS-SHL-LBL.

           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF WS-STUDENT-TRACK(WS-IND-ST) =
                      WS-TRK-CODE(WS-IND-TRK) AND
                      NOT WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
                       PERFORM 7079-WRITE-TRACK-ROW-START
                          THRU 7079-WRITE-TRACK-ROW-END
                   END-IF
           END-PERFORM.
       7078-WRITE-ONE-TRACK-END.
           EXIT.

       7079-WRITE-TRACK-ROW-START.
           MOVE WS-STUDENT-TRACK-RANK(WS-IND-ST) TO WS-SEC-DL-RANK.
           MOVE WS-STUDENT-NAME(WS-IND-ST)    TO WS-SEC-DL-NAME.
           MOVE WS-STUDENT-AVG(WS-IND-ST)     TO WS-SEC-DL-AVG.
           IF WS-LOCALE-PERIOD
               INSPECT WS-SEC-DL-AVG REPLACING ALL ',' BY '.'
           END-IF.
           PERFORM 7011-XLT-STATUS-START
              THRU 7011-XLT-STATUS-END.
           MOVE WS-XLT-STATUS TO WS-SEC-DL-STATUS.
           MOVE WS-COLONNE TO WS-SEC-DL-COL0 WS-SEC-DL-COL1
                              WS-SEC-DL-COL2.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-SECTION-DETAIL-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
       7079-WRITE-TRACK-ROW-END.
           EXIT.

       7080-WRITE-DISTRIBUTION-START.
           SET WS-ID2 TO WS-COURSE-ID(WS-IND-CO).
           MOVE 0 TO WS-NB-DIST.
       7115-WRITE-CONDUCT-LINE-END.
           EXIT.

      *> Competency profiles ('18' records) and the class summary.
      *> Skills sit beside the marks, never inside them: nothing
      *> here feeds an average or a decision.
       7120-WRITE-COMPETENCY-START.
           MOVE SPACES TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-MSG-CPT-TITLE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           PERFORM VARYING IDX-CDM FROM 1 BY 1
              UNTIL IDX-CDM > WS-NB-CDM
                   MOVE WS-CDM-CODE(IDX-CDM) TO WS-CPH-CODE(IDX-CDM)
           END-PERFORM.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-CPT-HDR-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           INITIALIZE WS-CPT-COUNTS.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   PERFORM 7122-WRITE-CPT-STUDENT-START
                      THRU 7122-WRITE-CPT-STUDENT-END
           END-PERFORM.

           MOVE SPACES TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-MSG-CPT-SUMMARY TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.

           PERFORM VARYING IDX-CDM FROM 1 BY 1
              UNTIL IDX-CDM > WS-NB-CDM
                   PERFORM 7126-WRITE-CPT-SUMMARY-START
                      THRU 7126-WRITE-CPT-SUMMARY-END
           END-PERFORM.
       7120-WRITE-COMPETENCY-END.
           EXIT.

       7122-WRITE-CPT-STUDENT-START.
           MOVE 'N' TO WS-CPT-HAS-ROW.
           PERFORM VARYING WS-CPT-DOM FROM 1 BY 1
              UNTIL WS-CPT-DOM > WS-NB-CDM
                   MOVE '  -' TO WS-CPS-LEVEL(WS-CPT-DOM)
           END-PERFORM.
           PERFORM VARYING IDX-CPT FROM 1 BY 1
              UNTIL IDX-CPT > WS-NB-CPT
                   IF WS-CPT-STUDENT(IDX-CPT) =
                      WS-STUDENT-ID(WS-IND-ST)
                       PERFORM 7124-PLACE-CPT-ROW-START
                          THRU 7124-PLACE-CPT-ROW-END
                   END-IF
           END-PERFORM.
           IF WS-CPT-HAS-ROW = 'N'
               GO TO 7122-WRITE-CPT-STUDENT-END
           END-IF.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-CPS-NAME.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-CPT-STUDENT-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
       7122-WRITE-CPT-STUDENT-END.
           EXIT.

       7124-PLACE-CPT-ROW-START.
           SET IDX-CDM TO 1.
           SEARCH WS-CDM-ENTRY
               AT END
                   GO TO 7124-PLACE-CPT-ROW-END
               WHEN WS-CDM-CODE(IDX-CDM) = WS-CPT-DOMAIN(IDX-CPT)
                   SET WS-CPT-DOM TO IDX-CDM
           END-SEARCH.
           MOVE 'Y' TO WS-CPT-HAS-ROW.
           MOVE WS-CPT-LEVEL(IDX-CPT) TO WS-CPT-LVL.
           MOVE SPACES TO WS-CPS-LEVEL(WS-CPT-DOM).
           MOVE WS-CPT-LVL TO WS-CPS-LEVEL(WS-CPT-DOM)(3:1).
           IF WS-CPT-LVL >= 1 AND WS-CPT-LVL <= 4 AND
              NOT WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
               ADD 1 TO WS-CPT-LVL-CNT(WS-CPT-DOM WS-CPT-LVL)
           END-IF.
       7124-PLACE-CPT-ROW-END.
           EXIT.

       7126-WRITE-CPT-SUMMARY-START.
           MOVE WS-CDM-CODE(IDX-CDM) TO WS-CPY-CODE.
           IF WS-LANG-ENGLISH
               MOVE WS-CDM-LABEL-EN(IDX-CDM) TO WS-CPY-LABEL
           ELSE
               MOVE WS-CDM-LABEL-FR(IDX-CDM) TO WS-CPY-LABEL
           END-IF.
           PERFORM VARYING WS-CPT-LVL FROM 1 BY 1
              UNTIL WS-CPT-LVL > 4
                   MOVE WS-CPT-LVL TO WS-CPY-LVL-NO(WS-CPT-LVL)
                   MOVE ': ' TO WS-CPY-LVL-SEP(WS-CPT-LVL)
                   MOVE WS-CPT-LVL-CNT(IDX-CDM WS-CPT-LVL)
                       TO WS-CPY-LVL-N(WS-CPT-LVL)
                   MOVE SPACES TO WS-CPY-LVL-GAP(WS-CPT-LVL)
           END-PERFORM.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-CPT-SUMMARY-LINE TO REC-F-OUTPUT.
           WRITE REC-F-OUTPUT.
           CALL 'test-status'.
       7126-WRITE-CPT-SUMMARY-END.
           EXIT.

       7090-WRITE-APPEALS-START.
           MOVE SPACES TO REC-F-OUTPUT.
           MOVE WS-MSG-PENDING TO REC-F-OUTPUT.
