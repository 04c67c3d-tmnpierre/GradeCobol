       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspect-grade.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selsus.
           COPY selcrr.

       DATA DIVISION.
       FILE SECTION.
           COPY fdsus.
           COPY fdcrr.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-SUS-RULE         PIC X(100)  VALUE ALL '-'.
       01  WS-NB-SUSPECT       PIC 999     VALUE 0.
       01  WS-CRSRES-OPEN      PIC X       VALUE 'N'.
       01  WS-ROW-DONE         PIC X       VALUE 'N'.

      *> Graded marks of students still on the roll, summed per
      *> student and per course (same subscript as WS-STUDENT-TAB and
      *> WS-COURSE-TAB) so each row can be set against the mean of
      *> everything else -- the row itself taken back out.
       01  WS-SUS-STU-TOTALS.
           03 WS-SUS-STU-ENTRY OCCURS 999.
              05 WS-SUS-STU-SUM    PIC 9(5)V99.
              05 WS-SUS-STU-COUNT  PIC 999.
       01  WS-SUS-CRS-TOTALS.
           03 WS-SUS-CRS-ENTRY OCCURS 999.
              05 WS-SUS-CRS-SUM    PIC 9(7)V99.
              05 WS-SUS-CRS-COUNT  PIC 9(4).
       01  WS-SUS-ST-SUB       PIC 999     VALUE 0.
       01  WS-SUS-CO-SUB       PIC 999     VALUE 0.
       01  WS-SUS-WITHDRAWN    PIC X       VALUE 'N'.

      *> Means of the other marks, and the row's distance from each
      *> (9 = not enough other marks to judge by).
       01  WS-SUS-OTHERS       PIC 9(4)    VALUE 0.
       01  WS-SUS-STU-MEAN     PIC 99V99   VALUE 0.
       01  WS-SUS-CRS-MEAN     PIC 99V99   VALUE 0.
       01  WS-SUS-PRIOR        PIC 99V99   VALUE 0.
       01  WS-SUS-PRIOR-TERM   PIC X(10)   VALUE SPACES.
       01  WS-SUS-GAP          PIC S99V99  VALUE 0.
       01  WS-SUS-FLAG-STU     PIC X       VALUE SPACE.
       01  WS-SUS-FLAG-CRS     PIC X       VALUE SPACE.
       01  WS-SUS-FLAG-HIST    PIC X       VALUE SPACE.

       01  WS-SUS-HEADER.
           03 FILLER           PIC X(38)
              VALUE 'SUSPECT GRADES (KEYING CHECK) -- '.
           03 WS-SUH-TERM      PIC X(10).

       01  WS-SUS-LIMIT-LINE.
           03 FILLER           PIC X(25)
              VALUE 'LISTED WHEN OFF BY MORE '.
           03 FILLER           PIC X(14)   VALUE 'THAN: STUDENT '.
           03 WS-SUL-STU       PIC Z9,99.
           03 FILLER           PIC X(9)    VALUE '  COURSE '.
           03 WS-SUL-CRS       PIC Z9,99.
           03 FILLER           PIC X(13)   VALUE '  PRIOR TERM '.
           03 WS-SUL-HIST      PIC Z9,99.

       01  WS-SUS-COLUMN-LINE.
           03 FILLER           PIC X(18)   VALUE 'STUDENT'.
           03 FILLER           PIC X(22)   VALUE 'COURSE'.
           03 FILLER           PIC X(8)    VALUE 'MARK'.
           03 FILLER           PIC X(10)   VALUE 'STU MEAN'.
           03 FILLER           PIC X(10)   VALUE 'CRS MEAN'.
           03 FILLER           PIC X(20)   VALUE 'PRIOR TERM'.
           03 FILLER           PIC X(12)   VALUE 'OFF FROM'.

       01  WS-SUS-DETAIL-LINE.
           03 WS-SUD-ID        PIC 999.
           03 FILLER           PIC X       VALUE SPACE.
           03 WS-SUD-NAME      PIC X(13).
           03 FILLER           PIC X       VALUE SPACE.
           03 WS-SUD-COURSE    PIC X(21).
           03 FILLER           PIC X       VALUE SPACE.
           03 WS-SUD-MARK      PIC Z9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SUD-STU-MEAN  PIC Z9,99.
           03 WS-SUD-STU-NONE  REDEFINES WS-SUD-STU-MEAN PIC X(5).
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 WS-SUD-CRS-MEAN  PIC Z9,99.
           03 WS-SUD-CRS-NONE  REDEFINES WS-SUD-CRS-MEAN PIC X(5).
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 WS-SUD-PRIOR     PIC Z9,99.
           03 WS-SUD-PRIOR-NONE REDEFINES WS-SUD-PRIOR PIC X(5).
           03 FILLER           PIC X       VALUE SPACE.
           03 WS-SUD-PRIOR-TERM PIC X(10).
           03 FILLER           PIC X(4)    VALUE SPACES.
           03 WS-SUD-FLAG-STU  PIC X(8).
           03 WS-SUD-FLAG-CRS  PIC X(7).
           03 WS-SUD-FLAG-HIST PIC X(5).

       01  WS-SUS-COUNT-LINE.
           03 FILLER           PIC X(20)   VALUE 'SUSPECT MARKS    : '.
           03 WS-SUN-COUNT     PIC ZZ9.

      *> Keying-error screen over WS-CLASS-TAB, run after moderation
      *> and before calc-avg so nothing is averaged, sealed or mailed
      *> yet. A graded mark is listed when it sits further than the
      *> SUSPSTU/SUSPCRS/SUSPHIST card distance from the student's own
      *> mean in their other courses, from the other students' mean
      *> in the course, or from the student's mark in the same course
      *> the last time it was posted to the per-course results store
      *> -- 12,50 keyed as 2,50 trips all three. A student mean needs
      *> two other marks and a course mean three before it is trusted.
      *> Each listed mark is a precheck warning: the run ends with
      *> condition code 4 and the secretariat phones the teacher
      *> before the results are sealed. Nothing in the table changes.
       PROCEDURE DIVISION.
       6380-SUSPECT-GRADE-START.
           MOVE 0 TO WS-NB-SUSPECT.
           MOVE '00' TO F-SUSPECT-STATUS.
           OPEN OUTPUT F-SUSPECT.
           IF NOT F-SUSPECT-STATUS-OK
               DISPLAY 'SUSPECT-GRADE: UNABLE TO OPEN OUTPUT,'
                       SPACE 'STATUS' SPACE F-SUSPECT-STATUS
               MOVE '00' TO F-SUSPECT-STATUS
               GO TO 6380-SUSPECT-GRADE-END
           END-IF.

      *> The results store is optional here: before the first posting
      *> there is no prior term to compare against.
           MOVE 'N' TO WS-CRSRES-OPEN.
           MOVE '00' TO F-CRSRES-STATUS.
           OPEN INPUT F-CRSRES.
           IF F-CRSRES-STATUS-OK
               MOVE 'Y' TO WS-CRSRES-OPEN
           END-IF.
           MOVE '00' TO F-CRSRES-STATUS.

           MOVE WS-TERM TO WS-SUH-TERM.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-HEADER TO REC-F-SUSPECT.
           WRITE REC-F-SUSPECT.
           MOVE WS-SUSP-STU-GAP  TO WS-SUL-STU.
           MOVE WS-SUSP-CRS-GAP  TO WS-SUL-CRS.
           MOVE WS-SUSP-HIST-GAP TO WS-SUL-HIST.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-LIMIT-LINE TO REC-F-SUSPECT.
           PERFORM 6398-LOCALE-LINE-START THRU 6398-LOCALE-LINE-END.
           WRITE REC-F-SUSPECT.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-RULE TO REC-F-SUSPECT.
           WRITE REC-F-SUSPECT.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-COLUMN-LINE TO REC-F-SUSPECT.
           WRITE REC-F-SUSPECT.

           INITIALIZE WS-SUS-STU-TOTALS.
           INITIALIZE WS-SUS-CRS-TOTALS.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   PERFORM 6382-LOCATE-ROW-START
                      THRU 6382-LOCATE-ROW-END
                   IF WS-CLASS-GRADED(WS-IND-CL) AND
                      WS-SUS-WITHDRAWN = 'N' AND
                      WS-SUS-ST-SUB > 0 AND WS-SUS-CO-SUB > 0
                       ADD WS-CLASS-GRADE(WS-IND-CL) TO
                           WS-SUS-STU-SUM(WS-SUS-ST-SUB)
                       ADD 1 TO WS-SUS-STU-COUNT(WS-SUS-ST-SUB)
                       ADD WS-CLASS-GRADE(WS-IND-CL) TO
                           WS-SUS-CRS-SUM(WS-SUS-CO-SUB)
                       ADD 1 TO WS-SUS-CRS-COUNT(WS-SUS-CO-SUB)
                   END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   PERFORM 6385-CHECK-ROW-START
                      THRU 6385-CHECK-ROW-END
           END-PERFORM.

           IF WS-NB-SUSPECT = 0
               MOVE SPACES TO REC-F-SUSPECT
               MOVE 'NO SUSPECT MARKS' TO REC-F-SUSPECT
               WRITE REC-F-SUSPECT
           END-IF.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-RULE TO REC-F-SUSPECT.
           WRITE REC-F-SUSPECT.
           MOVE WS-NB-SUSPECT TO WS-SUN-COUNT.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-COUNT-LINE TO REC-F-SUSPECT.
           WRITE REC-F-SUSPECT.

           CLOSE F-SUSPECT.
           IF WS-CRSRES-OPEN = 'Y'
               CLOSE F-CRSRES
               MOVE '00' TO F-CRSRES-STATUS
           END-IF.
           IF WS-NB-SUSPECT > 0
               DISPLAY 'SUSPECT MARKS TO CONFIRM WITH THE TEACHER :'
                       SPACE WS-SUN-COUNT SPACE '(SEE' SPACE
                       WS-FILE-SUSPECT-NAME ')'
           END-IF.
       6380-SUSPECT-GRADE-END.
           GOBACK.

      *> Student and course subscripts of the current row, and
      *> whether the student has left (their frozen marks are
      *> neither checked nor counted in anybody's mean).
       6382-LOCATE-ROW-START.
           MOVE 0 TO WS-SUS-ST-SUB.
           MOVE 0 TO WS-SUS-CO-SUB.
           MOVE 'N' TO WS-SUS-WITHDRAWN.
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-CLASS-ID1(WS-IND-CL)
                   SET WS-SUS-ST-SUB TO IDX-STUDENT
                   MOVE WS-STUDENT-WITHDRAWN(IDX-STUDENT) TO
                        WS-SUS-WITHDRAWN
           END-SEARCH.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-CLASS-ID2(WS-IND-CL)
                   SET WS-SUS-CO-SUB TO IDX-COURSE
           END-SEARCH.
       6382-LOCATE-ROW-END.
           EXIT.

       6385-CHECK-ROW-START.
           IF NOT WS-CLASS-GRADED(WS-IND-CL)
               GO TO 6385-CHECK-ROW-END
           END-IF.
           PERFORM 6382-LOCATE-ROW-START THRU 6382-LOCATE-ROW-END.
           IF WS-SUS-WITHDRAWN = 'Y' OR
              WS-SUS-ST-SUB = 0 OR WS-SUS-CO-SUB = 0
               GO TO 6385-CHECK-ROW-END
           END-IF.

           MOVE SPACE TO WS-SUS-FLAG-STU.
           MOVE SPACE TO WS-SUS-FLAG-CRS.
           MOVE SPACE TO WS-SUS-FLAG-HIST.
           MOVE 0 TO WS-SUS-STU-MEAN.
           MOVE 0 TO WS-SUS-CRS-MEAN.

           COMPUTE WS-SUS-OTHERS =
               WS-SUS-STU-COUNT(WS-SUS-ST-SUB) - 1.
           IF WS-SUS-OTHERS >= 2
               COMPUTE WS-SUS-STU-MEAN ROUNDED =
                   (WS-SUS-STU-SUM(WS-SUS-ST-SUB) -
                    WS-CLASS-GRADE(WS-IND-CL)) / WS-SUS-OTHERS
               COMPUTE WS-SUS-GAP =
                   WS-CLASS-GRADE(WS-IND-CL) - WS-SUS-STU-MEAN
               IF WS-SUS-GAP > WS-SUSP-STU-GAP OR
                  WS-SUS-GAP < (0 - WS-SUSP-STU-GAP)
                   MOVE 'Y' TO WS-SUS-FLAG-STU
               END-IF
           ELSE
               MOVE 'N' TO WS-SUS-FLAG-STU
           END-IF.

           COMPUTE WS-SUS-OTHERS =
               WS-SUS-CRS-COUNT(WS-SUS-CO-SUB) - 1.
           IF WS-SUS-OTHERS >= 3
               COMPUTE WS-SUS-CRS-MEAN ROUNDED =
                   (WS-SUS-CRS-SUM(WS-SUS-CO-SUB) -
                    WS-CLASS-GRADE(WS-IND-CL)) / WS-SUS-OTHERS
               COMPUTE WS-SUS-GAP =
                   WS-CLASS-GRADE(WS-IND-CL) - WS-SUS-CRS-MEAN
               IF WS-SUS-GAP > WS-SUSP-CRS-GAP OR
                  WS-SUS-GAP < (0 - WS-SUSP-CRS-GAP)
                   MOVE 'Y' TO WS-SUS-FLAG-CRS
               END-IF
           ELSE
               MOVE 'N' TO WS-SUS-FLAG-CRS
           END-IF.

           PERFORM 6390-PRIOR-MARK-START THRU 6390-PRIOR-MARK-END.
           IF WS-SUS-PRIOR-TERM NOT = SPACES
               COMPUTE WS-SUS-GAP =
                   WS-CLASS-GRADE(WS-IND-CL) - WS-SUS-PRIOR
               IF WS-SUS-GAP > WS-SUSP-HIST-GAP OR
                  WS-SUS-GAP < (0 - WS-SUSP-HIST-GAP)
                   MOVE 'Y' TO WS-SUS-FLAG-HIST
               END-IF
           END-IF.

           IF WS-SUS-FLAG-STU NOT = 'Y' AND
              WS-SUS-FLAG-CRS NOT = 'Y' AND
              WS-SUS-FLAG-HIST NOT = 'Y'
               GO TO 6385-CHECK-ROW-END
           END-IF.

           ADD 1 TO WS-NB-SUSPECT.
           ADD 1 TO WS-NB-PRECHECK-WARN.
           PERFORM 6395-WRITE-DETAIL-START THRU 6395-WRITE-DETAIL-END.
       6385-CHECK-ROW-END.
           EXIT.

      *> Latest posting of the same course for the student in an
      *> earlier term: the store is keyed student + course + term, so
      *> the last qualifying row of the browse is the most recent.
      *> This run's own term (a rerun over a posted term) and voided
      *> rows never count; only a plain graded mark is compared.
       6390-PRIOR-MARK-START.
           MOVE SPACES TO WS-SUS-PRIOR-TERM.
           MOVE 0 TO WS-SUS-PRIOR.
           IF WS-CRSRES-OPEN NOT = 'Y'
               GO TO 6390-PRIOR-MARK-END
           END-IF.
           MOVE WS-CLASS-ID1(WS-IND-CL) TO R-CRR-STUDENT.
           MOVE WS-CLASS-ID2(WS-IND-CL) TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   GO TO 6390-PRIOR-MARK-END
           END-START.
           MOVE 'N' TO WS-ROW-DONE.
           PERFORM UNTIL WS-ROW-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ROW-DONE
                   NOT AT END
                       IF R-CRR-STUDENT NOT = WS-CLASS-ID1(WS-IND-CL)
                          OR R-CRR-COURSE NOT =
                             WS-CLASS-ID2(WS-IND-CL)
                          OR R-CRR-TERM NOT < WS-TERM
                           MOVE 'Y' TO WS-ROW-DONE
                       ELSE
                           IF R-CRR-VOID NOT = 'V' AND
                              R-CRR-STATUS = 'N'
                               MOVE R-CRR-TERM  TO WS-SUS-PRIOR-TERM
                               MOVE R-CRR-GRADE TO WS-SUS-PRIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.
       6390-PRIOR-MARK-END.
           EXIT.

       6395-WRITE-DETAIL-START.
           MOVE WS-CLASS-ID1(WS-IND-CL) TO WS-SUD-ID.
           MOVE WS-STUDENT-NAME(WS-SUS-ST-SUB) TO WS-SUD-NAME.
           MOVE WS-COURSE-NAME(WS-SUS-CO-SUB) TO WS-SUD-COURSE.
           MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-SUD-MARK.
           IF WS-SUS-FLAG-STU = 'N'
               MOVE '  -  ' TO WS-SUD-STU-NONE
           ELSE
               MOVE WS-SUS-STU-MEAN TO WS-SUD-STU-MEAN
           END-IF.
           IF WS-SUS-FLAG-CRS = 'N'
               MOVE '  -  ' TO WS-SUD-CRS-NONE
           ELSE
               MOVE WS-SUS-CRS-MEAN TO WS-SUD-CRS-MEAN
           END-IF.
           IF WS-SUS-PRIOR-TERM = SPACES
               MOVE '  -  ' TO WS-SUD-PRIOR-NONE
           ELSE
               MOVE WS-SUS-PRIOR TO WS-SUD-PRIOR
           END-IF.
           MOVE WS-SUS-PRIOR-TERM TO WS-SUD-PRIOR-TERM.
           MOVE SPACES TO WS-SUD-FLAG-STU.
           MOVE SPACES TO WS-SUD-FLAG-CRS.
           MOVE SPACES TO WS-SUD-FLAG-HIST.
           IF WS-SUS-FLAG-STU = 'Y'
               MOVE 'STUDENT' TO WS-SUD-FLAG-STU
           END-IF.
           IF WS-SUS-FLAG-CRS = 'Y'
               MOVE 'COURSE' TO WS-SUD-FLAG-CRS
           END-IF.
           IF WS-SUS-FLAG-HIST = 'Y'
               MOVE 'PRIOR' TO WS-SUD-FLAG-HIST
           END-IF.
           MOVE SPACES TO REC-F-SUSPECT.
           MOVE WS-SUS-DETAIL-LINE TO REC-F-SUSPECT.
           PERFORM 6398-LOCALE-LINE-START THRU 6398-LOCALE-LINE-END.
           WRITE REC-F-SUSPECT.
       6395-WRITE-DETAIL-END.
           EXIT.

       6398-LOCALE-LINE-START.
           IF WS-LOCALE-PERIOD
               INSPECT REC-F-SUSPECT REPLACING ALL ',' BY '.'
           END-IF.
       6398-LOCALE-LINE-END.
           EXIT.
