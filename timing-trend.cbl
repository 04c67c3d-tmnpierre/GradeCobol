       IDENTIFICATION DIVISION.
       PROGRAM-ID. timing-trend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY seltim.
           SELECT F-TIMTRD
               ASSIGN TO 'timtrend.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TIMTRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY fdtim.
       FD  F-TIMTRD
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TIMTRD           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY filestat.

       01  WS-TTR-RULE        PIC X(60)   VALUE ALL '-'.
       01  F-TIMTRD-STATUS    PIC X(02)   VALUE '00'.
           88 F-TIMTRD-STATUS-OK  VALUE '00'.

       01  WS-TTR-KIND        PIC X(8)    VALUE SPACES.
       01  WS-TTR-RUN-KEY     PIC 9(16)   VALUE 0.
       01  WS-TTR-ROW-KEY     PIC 9(16)   VALUE 0.
       01  WS-TTR-NB-SEEN     PIC 9(5)    VALUE 0.
       01  WS-TTR-NB-SKIP     PIC 9(5)    VALUE 0.
       01  WS-TTR-LOADING     PIC X       VALUE 'N'.

      *> The runs kept for the report -- the latest 500 of the kind
      *> asked for, oldest first -- and the phases met in them, in
      *> the order the runs first named them. A cell holds the
      *> phase's elapsed time plus one, so zero means the run never
      *> reached that phase (a refusal, a DRYRUN, a crash).
       01  WS-TTR-NB-RUNS     PIC 999     VALUE 0.
       01  WS-TTR-RUN-TAB.
           03 WS-TTR-RUN      OCCURS 500.
              05 WS-TTR-R-DATE    PIC 9(8).
              05 WS-TTR-R-START   PIC 9(8).
              05 WS-TTR-R-KIND    PIC X(8).
              05 WS-TTR-R-WINDOW  PIC 9(5).
              05 WS-TTR-CELL      PIC 9(8)    OCCURS 40.
       01  WS-TTR-NB-PHASES   PIC 99      VALUE 0.
       01  WS-TTR-PHASE-TAB.
           03 WS-TTR-PHASE    PIC X(12)   OCCURS 40.
       01  WS-TTR-TOTAL-PH    PIC 99      VALUE 0.
       01  WS-IND-RN          PIC 999     VALUE 0.
       01  WS-IND-PH          PIC 99      VALUE 0.

      *> Least-squares fit of one phase's time against the run's
      *> place in the table, with the early-half / recent-half means
      *> a reader checks the slope against.
       01  WS-TTR-FIT-PH      PIC 99      VALUE 0.
       01  WS-TTR-Y           PIC 9(7)    VALUE 0.
       01  WS-TTR-N           PIC 999     VALUE 0.
       01  WS-TTR-K           PIC 999     VALUE 0.
       01  WS-TTR-HALF        PIC 999     VALUE 0.
       01  WS-TTR-SX          PIC 9(9)    VALUE 0.
       01  WS-TTR-SY          PIC 9(12)   VALUE 0.
       01  WS-TTR-SXX         PIC 9(12)   VALUE 0.
       01  WS-TTR-SXY         PIC 9(15)   VALUE 0.
       01  WS-TTR-SY-EARLY    PIC 9(12)   VALUE 0.
       01  WS-TTR-N-EARLY     PIC 999     VALUE 0.
       01  WS-TTR-DENOM       PIC S9(15)  VALUE 0.
       01  WS-TTR-MEAN        PIC 9(9)V99 VALUE 0.
       01  WS-TTR-MEAN-EARLY  PIC 9(9)V99 VALUE 0.
       01  WS-TTR-MEAN-RECENT PIC 9(9)V99 VALUE 0.
       01  WS-TTR-LAST        PIC 9(7)    VALUE 0.
       01  WS-TTR-LAST-RUN    PIC 999     VALUE 0.
       01  WS-TTR-SLOPE       PIC S9(9)V99 VALUE 0.
       01  WS-TTR-DRIFT       PIC S9(11)V99 VALUE 0.
       01  WS-TTR-MEAN-X      PIC 9(5)V99 VALUE 0.
       01  WS-TTR-FITTED      PIC S9(11)V99 VALUE 0.

      *> Total against the batch window.
       01  WS-TTR-WINDOW-CS   PIC 9(9)    VALUE 0.
       01  WS-TTR-GAP         PIC S9(11)V99 VALUE 0.
       01  WS-TTR-RUNS-LEFT   PIC 9(7)    VALUE 0.
       01  WS-TTR-FIRST-DAYS  PIC 9(7)    VALUE 0.
       01  WS-TTR-LAST-DAYS   PIC 9(7)    VALUE 0.
       01  WS-TTR-INTERVAL    PIC 9(5)V99 VALUE 0.
       01  WS-TTR-PROJ-DAYS   PIC 9(7)    VALUE 0.
       01  WS-TTR-DATE        PIC 9(8)    VALUE 0.
       01  WS-TTR-DATE-R REDEFINES WS-TTR-DATE.
           03 WS-TTR-DATE-YYYY    PIC 9(4).
           03 WS-TTR-DATE-MM      PIC 99.
           03 WS-TTR-DATE-DD      PIC 99.
       01  WS-TTR-DAYS        PIC 9(7)    VALUE 0.
       01  WS-TTR-REM         PIC 9(7)    VALUE 0.

      *> A phase far over its usual time: more than twice the mean
      *> of the same phase's other runs, and at least thirty seconds
      *> over it, judged only where three or more other runs exist.
       01  WS-TTR-OTHERS      PIC 999     VALUE 0.
       01  WS-TTR-OTHER-SUM   PIC 9(12)   VALUE 0.
       01  WS-TTR-USUAL       PIC 9(9)V99 VALUE 0.
       01  WS-TTR-NB-OUTLIERS PIC 9(5)    VALUE 0.
       01  WS-TTR-PH-SUM      PIC 9(12)   OCCURS 40.
       01  WS-TTR-PH-CNT      PIC 999     OCCURS 40.

       01  WS-TTR-PH-HEAD.
           03 FILLER          PIC X(12)  VALUE 'PHASE'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(3)   VALUE 'RUN'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(8)   VALUE '  MEAN S'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(8)   VALUE '   EARLY'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(8)   VALUE '  RECENT'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(8)   VALUE '    LAST'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(8)   VALUE ' PER RUN'.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(9)   VALUE 'TREND'.

       01  WS-TTR-PH-LINE.
           03 WS-TPL-PHASE    PIC X(12).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-RUNS     PIC ZZ9.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-MEAN     PIC ZZZZ9.99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-EARLY    PIC ZZZZ9.99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-RECENT   PIC ZZZZ9.99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-LAST     PIC ZZZZ9.99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-SLOPE    PIC -(4)9.99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TPL-TREND    PIC X(9).

       01  WS-TTR-TOT-LINE.
           03 WS-TTL-LABEL    PIC X(32).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TTL-VALUE    PIC X(50).

       01  WS-TTR-SECS        PIC ZZZZ9.99.
       01  WS-TTR-MINS        PIC ZZZZ9.
       01  WS-TTR-COUNT       PIC ZZZZZZ9.

       01  WS-TTR-OUT-LINE.
           03 WS-TOL-DATE     PIC 9(8).
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-TOL-HH       PIC 99.
           03 FILLER          PIC X      VALUE ':'.
           03 WS-TOL-MN       PIC 99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TOL-KIND     PIC X(8).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TOL-PHASE    PIC X(12).
           03 FILLER          PIC X(8)   VALUE ' | TOOK '.
           03 WS-TOL-TOOK     PIC ZZZZ9.99.
           03 FILLER          PIC X(12)  VALUE ' S | USUAL '.
           03 WS-TOL-USUAL    PIC ZZZZ9.99.
           03 FILLER          PIC X(2)   VALUE ' S'.
       01  WS-TTR-START-R     PIC 9(8)    VALUE 0.
       01  WS-TTR-START-V REDEFINES WS-TTR-START-R.
           03 WS-TTR-START-HH     PIC 99.
           03 WS-TTR-START-MN     PIC 99.
           03 FILLER              PIC 9(4).

      *> Reads the timing file promo.cbl's phase markers append to
      *> and shows, for one kind of run, where the night goes: each
      *> phase's mean, early and recent means, last time and fitted
      *> growth per run; the run total against the batch window the
      *> latest run was configured for, with the number of runs and
      *> the date (thirty-day months, at the runs' average spacing)
      *> at which the trend line crosses it; and every run in which
      *> a phase took far longer than its usual time. Condition code
      *> 8 the latest total is already over the window, 4 outliers
      *> or a crossing projected within twenty runs, 0 otherwise.
       PROCEDURE DIVISION.
       2100-TIMING-TREND-START.
           MOVE 'timing.dat' TO WS-FILE-TIMING-NAME.
           MOVE '00' TO F-TIMING-STATUS.
           MOVE 0 TO RETURN-CODE.

           DISPLAY 'TIMING FILE (BLANK = timing.dat): '.
           ACCEPT WS-FILE-TIMING-NAME.
           IF WS-FILE-TIMING-NAME = SPACES
               MOVE 'timing.dat' TO WS-FILE-TIMING-NAME
           END-IF.
           DISPLAY 'KIND OF RUN (BLANK = POSTING, * = ALL): '.
           ACCEPT WS-TTR-KIND.
           IF WS-TTR-KIND = SPACES
               MOVE 'POSTING' TO WS-TTR-KIND
           END-IF.

      *> First pass counts the runs so the second keeps the latest
      *> 500 rather than the first.
           MOVE 0 TO WS-TTR-NB-SKIP.
           PERFORM 2110-READ-RUNS-START THRU 2110-READ-RUNS-END.
           IF WS-TTR-NB-SEEN = 0
               DISPLAY 'NO TIMED' SPACE WS-TTR-KIND SPACE
                       'RUNS IN' SPACE WS-FILE-TIMING-NAME
               GO TO 2100-TIMING-TREND-END
           END-IF.
           IF WS-TTR-NB-SEEN > 500
               COMPUTE WS-TTR-NB-SKIP = WS-TTR-NB-SEEN - 500
           END-IF.
           MOVE 'Y' TO WS-TTR-LOADING.
           PERFORM 2110-READ-RUNS-START THRU 2110-READ-RUNS-END.

           OPEN OUTPUT F-TIMTRD.
           IF NOT F-TIMTRD-STATUS-OK
               DISPLAY 'UNABLE TO OPEN timtrend.dat, STATUS' SPACE
                       F-TIMTRD-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2100-TIMING-TREND-END
           END-IF.

           MOVE SPACES TO REC-F-TIMTRD.
           STRING 'RUN TIMING TREND -- ' DELIMITED BY SIZE
                  WS-TTR-KIND DELIMITED BY SPACE
                  ' RUNS' DELIMITED BY SIZE
               INTO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           PERFORM 2190-WRITE-RULE-START THRU 2190-WRITE-RULE-END.

           PERFORM 2130-PHASE-SECTION-START
              THRU 2130-PHASE-SECTION-END.
           PERFORM 2140-WINDOW-SECTION-START
              THRU 2140-WINDOW-SECTION-END.
           PERFORM 2190-WRITE-RULE-START THRU 2190-WRITE-RULE-END.
           PERFORM 2150-OUTLIER-SECTION-START
              THRU 2150-OUTLIER-SECTION-END.

           CLOSE F-TIMTRD.
           DISPLAY 'TIMING TREND:' SPACE WS-TTR-NB-RUNS SPACE
                   'RUN(S),' SPACE WS-TTR-NB-OUTLIERS SPACE
                   'OUTLIER(S) -- SEE timtrend.dat'.
       2100-TIMING-TREND-END.
           GOBACK.

      *> WS-TTR-LOADING is 'N' on the counting pass: rows are only
      *> tallied, nothing is stored.
       2110-READ-RUNS-START.
           MOVE 0 TO WS-TTR-NB-SEEN.
           MOVE 0 TO WS-TTR-RUN-KEY.
           MOVE '00' TO F-TIMING-STATUS.
           OPEN INPUT F-TIMING.
           IF NOT F-TIMING-STATUS-OK
               DISPLAY 'TIMING FILE' SPACE WS-FILE-TIMING-NAME SPACE
                       'NOT READABLE, STATUS' SPACE F-TIMING-STATUS
               MOVE '00' TO F-TIMING-STATUS
               GO TO 2110-READ-RUNS-END
           END-IF.
           PERFORM UNTIL F-TIMING-STATUS-EOF
               READ F-TIMING
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-TIM-DATE IS NUMERIC AND
                          R-TIM-START IS NUMERIC AND
                          R-TIM-ELAPSED IS NUMERIC AND
                          (WS-TTR-KIND = '*' OR
                           R-TIM-KIND = WS-TTR-KIND)
                           PERFORM 2120-TAKE-ROW-START
                              THRU 2120-TAKE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TIMING.
           MOVE '00' TO F-TIMING-STATUS.
       2110-READ-RUNS-END.
           EXIT.

      *> A run is the rows sharing its date and start time; promo
      *> appends them together, so a new key is a new run.
       2120-TAKE-ROW-START.
           COMPUTE WS-TTR-ROW-KEY = R-TIM-DATE * 100000000
                                  + R-TIM-START.
           IF WS-TTR-ROW-KEY NOT = WS-TTR-RUN-KEY
               MOVE WS-TTR-ROW-KEY TO WS-TTR-RUN-KEY
               ADD 1 TO WS-TTR-NB-SEEN
               IF WS-TTR-LOADING = 'Y' AND
                  WS-TTR-NB-SEEN > WS-TTR-NB-SKIP
                   ADD 1 TO WS-TTR-NB-RUNS
                   INITIALIZE WS-TTR-RUN(WS-TTR-NB-RUNS)
                   MOVE R-TIM-DATE  TO WS-TTR-R-DATE(WS-TTR-NB-RUNS)
                   MOVE R-TIM-START TO WS-TTR-R-START(WS-TTR-NB-RUNS)
                   MOVE R-TIM-KIND  TO WS-TTR-R-KIND(WS-TTR-NB-RUNS)
               END-IF
           END-IF.
           IF WS-TTR-LOADING = 'N' OR
              WS-TTR-NB-SEEN <= WS-TTR-NB-SKIP
               GO TO 2120-TAKE-ROW-END
           END-IF.

           IF R-TIM-WINDOW IS NUMERIC
               MOVE R-TIM-WINDOW TO WS-TTR-R-WINDOW(WS-TTR-NB-RUNS)
           END-IF.
           MOVE 0 TO WS-IND-PH.
           PERFORM VARYING WS-TTR-K FROM 1 BY 1
              UNTIL WS-TTR-K > WS-TTR-NB-PHASES OR WS-IND-PH > 0
                   IF WS-TTR-PHASE(WS-TTR-K) = R-TIM-PHASE
                       MOVE WS-TTR-K TO WS-IND-PH
                   END-IF
           END-PERFORM.
           IF WS-IND-PH = 0
               IF WS-TTR-NB-PHASES >= 40
                   GO TO 2120-TAKE-ROW-END
               END-IF
               ADD 1 TO WS-TTR-NB-PHASES
               MOVE WS-TTR-NB-PHASES TO WS-IND-PH
               MOVE R-TIM-PHASE TO WS-TTR-PHASE(WS-IND-PH)
               IF R-TIM-IS-TOTAL
                   MOVE WS-IND-PH TO WS-TTR-TOTAL-PH
               END-IF
           END-IF.
           COMPUTE WS-TTR-CELL(WS-TTR-NB-RUNS, WS-IND-PH) =
                   R-TIM-ELAPSED + 1.
       2120-TAKE-ROW-END.
           EXIT.

       2130-PHASE-SECTION-START.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE 'BY PHASE (SECONDS; PER RUN = FITTED GROWTH PER RUN)'
               TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           MOVE WS-TTR-PH-HEAD TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           PERFORM VARYING WS-IND-PH FROM 1 BY 1
              UNTIL WS-IND-PH > WS-TTR-NB-PHASES
                   MOVE WS-IND-PH TO WS-TTR-FIT-PH
                   PERFORM 2170-FIT-PHASE-START
                      THRU 2170-FIT-PHASE-END
                   MOVE WS-TTR-SY TO WS-TTR-PH-SUM(WS-IND-PH)
                   MOVE WS-TTR-N  TO WS-TTR-PH-CNT(WS-IND-PH)
                   MOVE WS-TTR-PHASE(WS-IND-PH) TO WS-TPL-PHASE
                   MOVE WS-TTR-N TO WS-TPL-RUNS
                   COMPUTE WS-TPL-MEAN ROUNDED = WS-TTR-MEAN / 100
                   COMPUTE WS-TPL-EARLY ROUNDED =
                           WS-TTR-MEAN-EARLY / 100
                   COMPUTE WS-TPL-RECENT ROUNDED =
                           WS-TTR-MEAN-RECENT / 100
                   COMPUTE WS-TPL-LAST ROUNDED = WS-TTR-LAST / 100
                   COMPUTE WS-TPL-SLOPE ROUNDED = WS-TTR-SLOPE / 100
      *> Growing or shrinking when the fitted line moves more than
      *> a tenth of the mean across the runs shown.
                   COMPUTE WS-TTR-DRIFT = WS-TTR-SLOPE * WS-TTR-N
                   EVALUATE TRUE
                       WHEN WS-TTR-N < 3
                           MOVE 'TOO FEW' TO WS-TPL-TREND
                       WHEN WS-TTR-DRIFT * 10 > WS-TTR-MEAN
                           MOVE 'GROWING' TO WS-TPL-TREND
                       WHEN WS-TTR-DRIFT * -10 > WS-TTR-MEAN
                           MOVE 'SHRINKING' TO WS-TPL-TREND
                       WHEN OTHER
                           MOVE 'STEADY' TO WS-TPL-TREND
                   END-EVALUATE
                   MOVE SPACES TO REC-F-TIMTRD
                   MOVE WS-TTR-PH-LINE TO REC-F-TIMTRD
                   WRITE REC-F-TIMTRD
           END-PERFORM.
           PERFORM 2190-WRITE-RULE-START THRU 2190-WRITE-RULE-END.
       2130-PHASE-SECTION-END.
           EXIT.

      *> The run total against the batch window. Only runs that
      *> reached their '*TOTAL*' row count; the window is the one
      *> the latest of them ran under.
       2140-WINDOW-SECTION-START.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE 'RUN TOTAL AGAINST THE BATCH WINDOW' TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           IF WS-TTR-TOTAL-PH = 0
               MOVE SPACES TO REC-F-TIMTRD
               MOVE '  NO RUN REACHED ITS TOTAL -- NOTHING TO PROJECT'
                   TO REC-F-TIMTRD
               WRITE REC-F-TIMTRD
               GO TO 2140-WINDOW-SECTION-END
           END-IF.
           MOVE WS-TTR-TOTAL-PH TO WS-TTR-FIT-PH.
           PERFORM 2170-FIT-PHASE-START THRU 2170-FIT-PHASE-END.
           COMPUTE WS-TTR-WINDOW-CS =
                   WS-TTR-R-WINDOW(WS-TTR-LAST-RUN) * 6000.

           MOVE 'RUNS WITH A TOTAL' TO WS-TTL-LABEL.
           MOVE WS-TTR-N TO WS-TTR-COUNT.
           MOVE WS-TTR-COUNT TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
           MOVE 'BATCH WINDOW (MINUTES)' TO WS-TTL-LABEL.
           MOVE WS-TTR-R-WINDOW(WS-TTR-LAST-RUN) TO WS-TTR-MINS.
           MOVE WS-TTR-MINS TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
           MOVE 'LATEST TOTAL (SECONDS)' TO WS-TTL-LABEL.
           COMPUTE WS-TTR-SECS ROUNDED = WS-TTR-LAST / 100.
           MOVE WS-TTR-SECS TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
           MOVE 'MEAN TOTAL (SECONDS)' TO WS-TTL-LABEL.
           COMPUTE WS-TTR-SECS ROUNDED = WS-TTR-MEAN / 100.
           MOVE WS-TTR-SECS TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.

           MOVE 'PROJECTION' TO WS-TTL-LABEL.
           IF WS-TTR-WINDOW-CS = 0
               MOVE 'NO WINDOW CONFIGURED' TO WS-TTL-VALUE
               PERFORM 2180-WRITE-TOTAL-START
                  THRU 2180-WRITE-TOTAL-END
               GO TO 2140-WINDOW-SECTION-END
           END-IF.
           IF WS-TTR-LAST > WS-TTR-WINDOW-CS
               MOVE 'LATEST RUN ALREADY OVER THE WINDOW' TO WS-TTL-VALUE
               PERFORM 2180-WRITE-TOTAL-START
                  THRU 2180-WRITE-TOTAL-END
               MOVE 8 TO RETURN-CODE
               GO TO 2140-WINDOW-SECTION-END
           END-IF.
           IF WS-TTR-N < 3 OR WS-TTR-SLOPE NOT > 0
               MOVE 'TOTAL NOT GROWING -- NO CROSSING FORESEEN'
                   TO WS-TTL-VALUE
               PERFORM 2180-WRITE-TOTAL-START
                  THRU 2180-WRITE-TOTAL-END
               GO TO 2140-WINDOW-SECTION-END
           END-IF.

      *> Runs until the trend line, taken from its value at the
      *> latest run, reaches the window.
           COMPUTE WS-TTR-FITTED = WS-TTR-MEAN +
                   WS-TTR-SLOPE * (WS-TTR-LAST-RUN - WS-TTR-MEAN-X).
           COMPUTE WS-TTR-GAP = WS-TTR-WINDOW-CS - WS-TTR-FITTED.
           IF WS-TTR-GAP NOT > 0
               MOVE 0 TO WS-TTR-RUNS-LEFT
           ELSE
               COMPUTE WS-TTR-RUNS-LEFT = WS-TTR-GAP / WS-TTR-SLOPE
               IF WS-TTR-RUNS-LEFT * WS-TTR-SLOPE < WS-TTR-GAP
                   ADD 1 TO WS-TTR-RUNS-LEFT
               END-IF
           END-IF.
           MOVE 'TOTAL GROWING -- TREND LINE CROSSES THE WINDOW'
               TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
           MOVE 'RUNS UNTIL OVER THE WINDOW' TO WS-TTL-LABEL.
           MOVE WS-TTR-RUNS-LEFT TO WS-TTR-COUNT.
           MOVE WS-TTR-COUNT TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
           IF WS-TTR-RUNS-LEFT <= 20 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The date, at the average spacing between the first and the
      *> latest run shown.
           MOVE WS-TTR-R-DATE(1) TO WS-TTR-DATE.
           PERFORM 2160-DATE-TO-DAYS-START THRU 2160-DATE-TO-DAYS-END.
           MOVE WS-TTR-DAYS TO WS-TTR-FIRST-DAYS.
           MOVE WS-TTR-R-DATE(WS-TTR-NB-RUNS) TO WS-TTR-DATE.
           PERFORM 2160-DATE-TO-DAYS-START THRU 2160-DATE-TO-DAYS-END.
           MOVE WS-TTR-DAYS TO WS-TTR-LAST-DAYS.
           IF WS-TTR-NB-RUNS < 2 OR
              WS-TTR-LAST-DAYS NOT > WS-TTR-FIRST-DAYS
               GO TO 2140-WINDOW-SECTION-END
           END-IF.
           COMPUTE WS-TTR-INTERVAL ROUNDED =
                   (WS-TTR-LAST-DAYS - WS-TTR-FIRST-DAYS) /
                   (WS-TTR-NB-RUNS - 1).
           COMPUTE WS-TTR-PROJ-DAYS ROUNDED =
                   WS-TTR-LAST-DAYS +
                   WS-TTR-INTERVAL * WS-TTR-RUNS-LEFT.
           DIVIDE WS-TTR-PROJ-DAYS BY 360 GIVING WS-TTR-DATE-YYYY
               REMAINDER WS-TTR-REM.
           DIVIDE WS-TTR-REM BY 30 GIVING WS-TTR-DATE-MM
               REMAINDER WS-TTR-DATE-DD.
           ADD 1 TO WS-TTR-DATE-MM.
           ADD 1 TO WS-TTR-DATE-DD.
           MOVE 'EXPECTED ON OR ABOUT' TO WS-TTL-LABEL.
           MOVE WS-TTR-DATE TO WS-TTL-VALUE.
           PERFORM 2180-WRITE-TOTAL-START THRU 2180-WRITE-TOTAL-END.
       2140-WINDOW-SECTION-END.
           EXIT.

       2150-OUTLIER-SECTION-START.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE 'PHASES FAR OVER THEIR USUAL TIME' TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           MOVE 0 TO WS-TTR-NB-OUTLIERS.
           PERFORM VARYING WS-IND-RN FROM 1 BY 1
              UNTIL WS-IND-RN > WS-TTR-NB-RUNS
               PERFORM VARYING WS-IND-PH FROM 1 BY 1
                  UNTIL WS-IND-PH > WS-TTR-NB-PHASES
                   IF WS-TTR-CELL(WS-IND-RN, WS-IND-PH) > 0
                       PERFORM 2155-CHECK-CELL-START
                          THRU 2155-CHECK-CELL-END
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-TTR-NB-OUTLIERS = 0
               MOVE SPACES TO REC-F-TIMTRD
               MOVE '  NONE' TO REC-F-TIMTRD
               WRITE REC-F-TIMTRD
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 2190-WRITE-RULE-START THRU 2190-WRITE-RULE-END.
       2150-OUTLIER-SECTION-END.
           EXIT.

       2155-CHECK-CELL-START.
           COMPUTE WS-TTR-Y = WS-TTR-CELL(WS-IND-RN, WS-IND-PH) - 1.
           COMPUTE WS-TTR-OTHERS = WS-TTR-PH-CNT(WS-IND-PH) - 1.
           IF WS-TTR-OTHERS < 3
               GO TO 2155-CHECK-CELL-END
           END-IF.
           COMPUTE WS-TTR-OTHER-SUM =
                   WS-TTR-PH-SUM(WS-IND-PH) - WS-TTR-Y.
           COMPUTE WS-TTR-USUAL ROUNDED =
                   WS-TTR-OTHER-SUM / WS-TTR-OTHERS.
           IF WS-TTR-Y NOT > WS-TTR-USUAL * 2 OR
              WS-TTR-Y - WS-TTR-USUAL < 3000
               GO TO 2155-CHECK-CELL-END
           END-IF.
           ADD 1 TO WS-TTR-NB-OUTLIERS.
           MOVE WS-TTR-R-DATE(WS-IND-RN)  TO WS-TOL-DATE.
           MOVE WS-TTR-R-START(WS-IND-RN) TO WS-TTR-START-R.
           MOVE WS-TTR-START-HH TO WS-TOL-HH.
           MOVE WS-TTR-START-MN TO WS-TOL-MN.
           MOVE WS-TTR-R-KIND(WS-IND-RN)  TO WS-TOL-KIND.
           MOVE WS-TTR-PHASE(WS-IND-PH)   TO WS-TOL-PHASE.
           COMPUTE WS-TOL-TOOK ROUNDED = WS-TTR-Y / 100.
           COMPUTE WS-TOL-USUAL ROUNDED = WS-TTR-USUAL / 100.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE WS-TTR-OUT-LINE TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
       2155-CHECK-CELL-END.
           EXIT.

      *> Thirty-day months, as every date sum in this system.
       2160-DATE-TO-DAYS-START.
           COMPUTE WS-TTR-DAYS = WS-TTR-DATE-YYYY * 360
                               + (WS-TTR-DATE-MM - 1) * 30
                               + WS-TTR-DATE-DD - 1.
       2160-DATE-TO-DAYS-END.
           EXIT.

       2170-FIT-PHASE-START.
           MOVE 0 TO WS-TTR-N.
           MOVE 0 TO WS-TTR-SX.
           MOVE 0 TO WS-TTR-SY.
           MOVE 0 TO WS-TTR-SXX.
           MOVE 0 TO WS-TTR-SXY.
           MOVE 0 TO WS-TTR-LAST.
           MOVE 0 TO WS-TTR-LAST-RUN.
           MOVE 0 TO WS-TTR-MEAN.
           MOVE 0 TO WS-TTR-MEAN-X.
           MOVE 0 TO WS-TTR-MEAN-EARLY.
           MOVE 0 TO WS-TTR-MEAN-RECENT.
           MOVE 0 TO WS-TTR-SLOPE.
           PERFORM VARYING WS-IND-RN FROM 1 BY 1
              UNTIL WS-IND-RN > WS-TTR-NB-RUNS
                   IF WS-TTR-CELL(WS-IND-RN, WS-TTR-FIT-PH) > 0
                       COMPUTE WS-TTR-Y =
                           WS-TTR-CELL(WS-IND-RN, WS-TTR-FIT-PH) - 1
                       ADD 1 TO WS-TTR-N
                       ADD WS-IND-RN TO WS-TTR-SX
                       ADD WS-TTR-Y TO WS-TTR-SY
                       COMPUTE WS-TTR-SXX = WS-TTR-SXX +
                               WS-IND-RN * WS-IND-RN
                       COMPUTE WS-TTR-SXY = WS-TTR-SXY +
                               WS-IND-RN * WS-TTR-Y
                       MOVE WS-TTR-Y TO WS-TTR-LAST
                       MOVE WS-IND-RN TO WS-TTR-LAST-RUN
                   END-IF
           END-PERFORM.
           IF WS-TTR-N = 0
               GO TO 2170-FIT-PHASE-END
           END-IF.
           COMPUTE WS-TTR-MEAN ROUNDED = WS-TTR-SY / WS-TTR-N.
           COMPUTE WS-TTR-MEAN-X ROUNDED = WS-TTR-SX / WS-TTR-N.

      *> Early half: the first N/2 runs that reached the phase.
           DIVIDE WS-TTR-N BY 2 GIVING WS-TTR-HALF.
           MOVE 0 TO WS-TTR-K.
           MOVE 0 TO WS-TTR-N-EARLY.
           MOVE 0 TO WS-TTR-SY-EARLY.
           PERFORM VARYING WS-IND-RN FROM 1 BY 1
              UNTIL WS-IND-RN > WS-TTR-NB-RUNS
                 OR WS-TTR-N-EARLY >= WS-TTR-HALF
                   IF WS-TTR-CELL(WS-IND-RN, WS-TTR-FIT-PH) > 0
                       ADD 1 TO WS-TTR-N-EARLY
                       COMPUTE WS-TTR-SY-EARLY = WS-TTR-SY-EARLY +
                           WS-TTR-CELL(WS-IND-RN, WS-TTR-FIT-PH) - 1
                   END-IF
           END-PERFORM.
           IF WS-TTR-N-EARLY > 0
               COMPUTE WS-TTR-MEAN-EARLY ROUNDED =
                       WS-TTR-SY-EARLY / WS-TTR-N-EARLY
               COMPUTE WS-TTR-MEAN-RECENT ROUNDED =
                       (WS-TTR-SY - WS-TTR-SY-EARLY) /
                       (WS-TTR-N - WS-TTR-N-EARLY)
           ELSE
               MOVE WS-TTR-MEAN TO WS-TTR-MEAN-RECENT
           END-IF.

           COMPUTE WS-TTR-DENOM = WS-TTR-N * WS-TTR-SXX
                                - WS-TTR-SX * WS-TTR-SX.
           IF WS-TTR-DENOM > 0
               COMPUTE WS-TTR-SLOPE ROUNDED =
                       (WS-TTR-N * WS-TTR-SXY - WS-TTR-SX * WS-TTR-SY)
                       / WS-TTR-DENOM
           END-IF.
       2170-FIT-PHASE-END.
           EXIT.

       2180-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE WS-TTR-TOT-LINE TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
           MOVE SPACES TO WS-TTL-VALUE.
       2180-WRITE-TOTAL-END.
           EXIT.

       2190-WRITE-RULE-START.
           MOVE SPACES TO REC-F-TIMTRD.
           MOVE WS-TTR-RULE TO REC-F-TIMTRD.
           WRITE REC-F-TIMTRD.
       2190-WRITE-RULE-END.
           EXIT.
