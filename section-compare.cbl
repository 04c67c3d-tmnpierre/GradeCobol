       IDENTIFICATION DIVISION.
       PROGRAM-ID. section-compare.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selscp.

       DATA DIVISION.
       FILE SECTION.
           COPY fdscp.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-SCP-RULE         PIC X(90)   VALUE ALL '-'.
       01  WS-NB-FLAGGED       PIC 999     VALUE 0.

      *> Distinct sections of the run, collected the same way
      *> write-output.cbl collects them for the per-section merit
      *> lists.
       01  WS-NB-SECTIONS      PIC 999     VALUE 0.
       01  WS-SECTION-TAB      OCCURS 1 TO 999
                               DEPENDING WS-NB-SECTIONS
                               INDEXED BY IDX-SEC.
           03 WS-SEC-CODE      PIC X(3).
       01  WS-SECTION-FOUND    PIC X       VALUE 'N'.
       01  WS-IND-SEC          PIC 999     VALUE 0.

      *> One pass of statistics over the course's graded rows --
      *> the whole course when WS-SCP-FILTER is spaces, one section
      *> otherwise.
       01  WS-SCP-FILTER       PIC X(3)    VALUE SPACES.
       01  WS-SCP-SECTION      PIC X(3)    VALUE SPACES.
       01  WS-SCP-WITHDRAWN    PIC X       VALUE 'N'.
       01  WS-SCP-COUNT        PIC 999     VALUE 0.
       01  WS-SCP-SUM          PIC 9(7)V99 VALUE 0.
       01  WS-SCP-SUMSQ        PIC 9(9)V9(4) VALUE 0.
       01  WS-SCP-MIN          PIC 99V99   VALUE 0.
       01  WS-SCP-MAX          PIC 99V99   VALUE 0.
       01  WS-SCP-NB-PASS      PIC 999     VALUE 0.
       01  WS-SCP-AVG          PIC 99V99   VALUE 0.
       01  WS-SCP-RATE         PIC 999V99  VALUE 0.
       01  WS-SCP-VAR          PIC S9(5)V9(4) VALUE 0.
       01  WS-SCP-SDEV         PIC 99V9(4) VALUE 0.
       01  WS-SCP-GUESS        PIC 9(5)V9(4) VALUE 0.
       01  WS-IND-NEWTON       PIC 99      VALUE 0.

      *> Course-wide figures, held while the sections are compared
      *> against them.
       01  WS-CRS-COUNT        PIC 999     VALUE 0.
       01  WS-CRS-AVG          PIC 99V99   VALUE 0.
       01  WS-CRS-RATE         PIC 999V99  VALUE 0.
       01  WS-GAP-AVG          PIC S99V99  VALUE 0.
       01  WS-GAP-RATE         PIC S999V99 VALUE 0.

       01  WS-SCP-HEADER.
           03 FILLER           PIC X(38)
              VALUE 'SECTION COMPARABILITY BY COURSE -- '.
           03 WS-SCH-TERM      PIC X(10).

       01  WS-SCP-LIMIT-LINE.
           03 FILLER           PIC X(28)
              VALUE 'FLAGGED WHEN AVERAGE OFF BY '.
           03 WS-SLL-DIST      PIC Z9,99.
           03 FILLER           PIC X(21)
              VALUE ' OR PASS RATE OFF BY '.
           03 WS-SLL-RATE      PIC ZZ9.
           03 FILLER           PIC X(6)    VALUE ' PTS'.

       01  WS-SCP-COLUMN-LINE.
           03 FILLER           PIC X(12)   VALUE 'SECTION'.
           03 FILLER           PIC X(6)    VALUE 'N'.
           03 FILLER           PIC X(8)    VALUE 'AVERAGE'.
           03 FILLER           PIC X(10)   VALUE 'PASS RATE'.
           03 FILLER           PIC X(8)    VALUE 'STD DEV'.
           03 FILLER           PIC X(8)    VALUE 'MIN'.
           03 FILLER           PIC X(8)    VALUE 'MAX'.
           03 FILLER           PIC X(10)   VALUE 'GAP AVG'.
           03 FILLER           PIC X(10)   VALUE 'GAP RATE'.

       01  WS-SCP-COURSE-LINE.
           03 FILLER           PIC X(8)    VALUE 'COURSE: '.
           03 WS-SCC-NAME      PIC X(21).

       01  WS-SCP-DETAIL-LINE.
           03 WS-SCD-LABEL     PIC X(12).
           03 WS-SCD-COUNT     PIC ZZ9.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-AVG       PIC Z9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-RATE      PIC ZZ9,99.
           03 FILLER           PIC X(4)    VALUE '%   '.
           03 WS-SCD-SDEV      PIC Z9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-MIN       PIC Z9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-MAX       PIC Z9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-GAP-AVG   PIC +Z9,99.
           03 FILLER           PIC X(4)    VALUE SPACES.
           03 WS-SCD-GAP-RATE  PIC +ZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 WS-SCD-FLAG      PIC X(14).

       01  WS-SCP-COUNT-LINE.
           03 FILLER           PIC X(20)   VALUE 'SECTIONS FLAGGED : '.
           03 WS-SCN-COUNT     PIC ZZ9.

      *> The June question of the pedagogical council -- is section
      *> B's French comparable to section A's? -- answered off the
      *> posted tables: every course split by section, each
      *> section's average, pass rate and spread set beside the
      *> course-wide figure, and any section further off than the
      *> SECTDIST/SECTRATE cards allow flagged for discussion.
      *> Same population the course statistics use: graded rows of
      *> students still on the roll.
       PROCEDURE DIVISION.
       7450-SECTION-COMPARE-START.
           MOVE '00' TO F-SECTCMP-STATUS.
           OPEN OUTPUT F-SECTCMP.
           IF NOT F-SECTCMP-STATUS-OK
               DISPLAY 'SECTION-COMPARE: UNABLE TO OPEN OUTPUT,'
                       SPACE 'STATUS' SPACE F-SECTCMP-STATUS
               GO TO 7450-SECTION-COMPARE-END
           END-IF.

           MOVE WS-TERM TO WS-SCH-TERM.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-HEADER TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.
           MOVE WS-SECT-DISTANCE TO WS-SLL-DIST.
           MOVE WS-SECT-RATE-GAP TO WS-SLL-RATE.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-LIMIT-LINE TO REC-F-SECTCMP.
           PERFORM 7490-LOCALE-LINE-START THRU 7490-LOCALE-LINE-END.
           WRITE REC-F-SECTCMP.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-RULE TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.

           MOVE 0 TO WS-NB-SECTIONS.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF NOT WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
                       PERFORM 7452-COLLECT-SECTION-START
                          THRU 7452-COLLECT-SECTION-END
                   END-IF
           END-PERFORM.

           MOVE 0 TO WS-NB-FLAGGED.
           IF WS-NB-SECTIONS < 2
               MOVE SPACES TO REC-F-SECTCMP
               MOVE 'SINGLE-SECTION RUN -- NOTHING TO COMPARE'
                   TO REC-F-SECTCMP
               WRITE REC-F-SECTCMP
           ELSE
               MOVE SPACES TO REC-F-SECTCMP
               MOVE WS-SCP-COLUMN-LINE TO REC-F-SECTCMP
               WRITE REC-F-SECTCMP
               PERFORM VARYING WS-IND-CO FROM 1 BY 1
                  UNTIL WS-IND-CO > WS-NB-COURSES
                       PERFORM 7460-COMPARE-COURSE-START
                          THRU 7460-COMPARE-COURSE-END
               END-PERFORM
           END-IF.

           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-RULE TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.
           MOVE WS-NB-FLAGGED TO WS-SCN-COUNT.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-COUNT-LINE TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.

           CLOSE F-SECTCMP.
           IF WS-NB-FLAGGED > 0
               DISPLAY 'SECTIONS OFF THE COURSE FIGURE :' SPACE
                       WS-SCN-COUNT SPACE '(SEE' SPACE
                       WS-FILE-SECTCMP-NAME ')'
           END-IF.
       7450-SECTION-COMPARE-END.
           GOBACK.

       7452-COLLECT-SECTION-START.
           MOVE 'N' TO WS-SECTION-FOUND.
           SET IDX-SEC TO 1.
           SEARCH WS-SECTION-TAB
               WHEN WS-SEC-CODE(IDX-SEC) =
                    WS-STUDENT-SECTION(WS-IND-ST)
                   MOVE 'Y' TO WS-SECTION-FOUND
           END-SEARCH.
           IF WS-SECTION-FOUND = 'N'
               SET WS-NB-SECTIONS UP BY 1
               MOVE WS-STUDENT-SECTION(WS-IND-ST) TO
                    WS-SEC-CODE(WS-NB-SECTIONS)
           END-IF.
       7452-COLLECT-SECTION-END.
           EXIT.

      *> Course-wide line first, then one line per section that has
      *> graded rows in the course. A course nobody was graded in
      *> prints its name and nothing else.
       7460-COMPARE-COURSE-START.
           SET WS-ID2 TO WS-COURSE-ID(WS-IND-CO).
           MOVE SPACES TO WS-SCP-FILTER.
           PERFORM 7470-CALC-STATS-START THRU 7470-CALC-STATS-END.

           MOVE SPACES TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.
           MOVE WS-COURSE-NAME(WS-IND-CO) TO WS-SCC-NAME.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-COURSE-LINE TO REC-F-SECTCMP.
           WRITE REC-F-SECTCMP.
           IF WS-SCP-COUNT = 0
               GO TO 7460-COMPARE-COURSE-END
           END-IF.

           MOVE WS-SCP-COUNT TO WS-CRS-COUNT.
           MOVE WS-SCP-AVG   TO WS-CRS-AVG.
           MOVE WS-SCP-RATE  TO WS-CRS-RATE.
           MOVE 'ALL' TO WS-SCD-LABEL.
           MOVE 0 TO WS-GAP-AVG.
           MOVE 0 TO WS-GAP-RATE.
           MOVE SPACES TO WS-SCD-FLAG.
           PERFORM 7480-WRITE-DETAIL-START THRU 7480-WRITE-DETAIL-END.

           PERFORM VARYING WS-IND-SEC FROM 1 BY 1
              UNTIL WS-IND-SEC > WS-NB-SECTIONS
                   PERFORM 7465-COMPARE-SECTION-START
                      THRU 7465-COMPARE-SECTION-END
           END-PERFORM.
       7460-COMPARE-COURSE-END.
           EXIT.

       7465-COMPARE-SECTION-START.
           MOVE WS-SEC-CODE(WS-IND-SEC) TO WS-SCP-FILTER.
           PERFORM 7470-CALC-STATS-START THRU 7470-CALC-STATS-END.
           IF WS-SCP-COUNT = 0
               GO TO 7465-COMPARE-SECTION-END
           END-IF.
           MOVE SPACES TO WS-SCD-LABEL.
           STRING '  ' DELIMITED BY SIZE
                  WS-SCP-FILTER DELIMITED BY SIZE
               INTO WS-SCD-LABEL.
           COMPUTE WS-GAP-AVG  = WS-SCP-AVG - WS-CRS-AVG.
           COMPUTE WS-GAP-RATE = WS-SCP-RATE - WS-CRS-RATE.
           MOVE SPACES TO WS-SCD-FLAG.
           IF WS-GAP-AVG > WS-SECT-DISTANCE OR
              WS-GAP-AVG < (0 - WS-SECT-DISTANCE) OR
              WS-GAP-RATE > WS-SECT-RATE-GAP OR
              WS-GAP-RATE < (0 - WS-SECT-RATE-GAP)
               MOVE '** OFF COURSE' TO WS-SCD-FLAG
               ADD 1 TO WS-NB-FLAGGED
           END-IF.
           PERFORM 7480-WRITE-DETAIL-START THRU 7480-WRITE-DETAIL-END.
       7465-COMPARE-SECTION-END.
           EXIT.

      *> Count, mean, pass rate, min/max and standard deviation of
      *> the course's graded marks for the filter in force. The
      *> deviation uses the same Newton iteration as the grade-
      *> distribution block of write-output.cbl.
       7470-CALC-STATS-START.
           MOVE 0 TO WS-SCP-COUNT.
           MOVE 0 TO WS-SCP-SUM.
           MOVE 0 TO WS-SCP-SUMSQ.
           MOVE 0 TO WS-SCP-NB-PASS.
           MOVE 0 TO WS-SCP-AVG.
           MOVE 0 TO WS-SCP-RATE.
           MOVE 0 TO WS-SCP-SDEV.
           MOVE 20 TO WS-SCP-MIN.
           MOVE 0 TO WS-SCP-MAX.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                   IF WS-CLASS-ID2(WS-IND-CL) = WS-ID2 AND
                      WS-CLASS-GRADED(WS-IND-CL)
                       PERFORM 7475-ACCUM-ROW-START
                          THRU 7475-ACCUM-ROW-END
                   END-IF
           END-PERFORM.
           IF WS-SCP-COUNT = 0
               MOVE 0 TO WS-SCP-MIN
               GO TO 7470-CALC-STATS-END
           END-IF.

           COMPUTE WS-SCP-AVG ROUNDED = WS-SCP-SUM / WS-SCP-COUNT.
           COMPUTE WS-SCP-RATE ROUNDED =
               WS-SCP-NB-PASS * 100 / WS-SCP-COUNT.
           COMPUTE WS-SCP-VAR ROUNDED =
               (WS-SCP-SUMSQ -
                (WS-SCP-SUM * WS-SCP-SUM / WS-SCP-COUNT))
               / WS-SCP-COUNT.
           IF WS-SCP-VAR > 0
               COMPUTE WS-SCP-GUESS = (WS-SCP-VAR + 1) / 2
               PERFORM VARYING WS-IND-NEWTON FROM 1 BY 1
                  UNTIL WS-IND-NEWTON > 12
                       COMPUTE WS-SCP-GUESS ROUNDED =
                           (WS-SCP-GUESS +
                            (WS-SCP-VAR / WS-SCP-GUESS)) / 2
               END-PERFORM
               MOVE WS-SCP-GUESS TO WS-SCP-SDEV
           END-IF.
       7470-CALC-STATS-END.
           EXIT.

       7475-ACCUM-ROW-START.
           MOVE SPACES TO WS-SCP-SECTION.
           MOVE 'N' TO WS-SCP-WITHDRAWN.
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-CLASS-ID1(WS-IND-CL)
                   MOVE WS-STUDENT-SECTION(IDX-STUDENT) TO
                        WS-SCP-SECTION
                   MOVE WS-STUDENT-WITHDRAWN(IDX-STUDENT) TO
                        WS-SCP-WITHDRAWN
           END-SEARCH.
           IF WS-SCP-WITHDRAWN = 'Y'
               GO TO 7475-ACCUM-ROW-END
           END-IF.
           IF WS-SCP-FILTER NOT = SPACES AND
              WS-SCP-FILTER NOT = WS-SCP-SECTION
               GO TO 7475-ACCUM-ROW-END
           END-IF.
           ADD 1 TO WS-SCP-COUNT.
           ADD WS-CLASS-GRADE(WS-IND-CL) TO WS-SCP-SUM.
           COMPUTE WS-SCP-SUMSQ = WS-SCP-SUMSQ +
               (WS-CLASS-GRADE(WS-IND-CL) * WS-CLASS-GRADE(WS-IND-CL)).
           IF WS-CLASS-GRADE(WS-IND-CL) < WS-SCP-MIN
               MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-SCP-MIN
           END-IF.
           IF WS-CLASS-GRADE(WS-IND-CL) > WS-SCP-MAX
               MOVE WS-CLASS-GRADE(WS-IND-CL) TO WS-SCP-MAX
           END-IF.
           IF WS-CLASS-GRADE(WS-IND-CL) >= WS-PASS-MARK
               ADD 1 TO WS-SCP-NB-PASS
           END-IF.
       7475-ACCUM-ROW-END.
           EXIT.

       7480-WRITE-DETAIL-START.
           MOVE WS-SCP-COUNT TO WS-SCD-COUNT.
           MOVE WS-SCP-AVG   TO WS-SCD-AVG.
           MOVE WS-SCP-RATE  TO WS-SCD-RATE.
           MOVE WS-SCP-SDEV  TO WS-SCD-SDEV.
           MOVE WS-SCP-MIN   TO WS-SCD-MIN.
           MOVE WS-SCP-MAX   TO WS-SCD-MAX.
           MOVE WS-GAP-AVG   TO WS-SCD-GAP-AVG.
           MOVE WS-GAP-RATE  TO WS-SCD-GAP-RATE.
           MOVE SPACES TO REC-F-SECTCMP.
           MOVE WS-SCP-DETAIL-LINE TO REC-F-SECTCMP.
           PERFORM 7490-LOCALE-LINE-START THRU 7490-LOCALE-LINE-END.
           WRITE REC-F-SECTCMP.
       7480-WRITE-DETAIL-END.
           EXIT.

       7490-LOCALE-LINE-START.
           IF WS-LOCALE-PERIOD
               INSPECT REC-F-SECTCMP REPLACING ALL ',' BY '.'
           END-IF.
       7490-LOCALE-LINE-END.
           EXIT.
