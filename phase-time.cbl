       IDENTIFICATION DIVISION.
       PROGRAM-ID. phase-time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY seltim.

       DATA DIVISION.
       FILE SECTION.
           COPY fdtim.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

      *> The run being timed, kept across CALLs: when it started, the
      *> phase now running and when that phase began.
       01  WS-PHT-RUN-OPEN    PIC X       VALUE 'N'.
       01  WS-PHT-RUN-DATE    PIC 9(8)    VALUE 0.
       01  WS-PHT-RUN-START   PIC 9(8)    VALUE 0.
       01  WS-PHT-RUN-CS      PIC 9(7)    VALUE 0.
       01  WS-PHT-CUR-PHASE   PIC X(12)   VALUE SPACES.
       01  WS-PHT-CUR-CS      PIC 9(7)    VALUE 0.
       01  WS-PHT-SEQ         PIC 99      VALUE 0.
       01  WS-PHT-KIND        PIC X(8)    VALUE SPACES.
       01  WS-PHT-FILE-OPEN   PIC X       VALUE 'N'.

       01  WS-PHT-NOW         PIC 9(8)    VALUE 0.
       01  WS-PHT-NOW-R REDEFINES WS-PHT-NOW.
           03 WS-PHT-NOW-HH   PIC 99.
           03 WS-PHT-NOW-MN   PIC 99.
           03 WS-PHT-NOW-SS   PIC 99.
           03 WS-PHT-NOW-CC   PIC 99.
       01  WS-PHT-NOW-CS      PIC 9(7)    VALUE 0.
       01  WS-PHT-FROM-CS     PIC 9(7)    VALUE 0.
       01  WS-PHT-ELAPSED     PIC 9(7)    VALUE 0.

      *> Elapsed-time capture for promo.cbl's CALL chain. Each CALL
      *> names the phase about to begin; the phase that was running
      *> is closed and its row appended to F-TIMING. '*END*' closes
      *> the last phase and adds the run's '*TOTAL*' row. The file
      *> is only opened for the first row, by which time initialize
      *> has read the TIMING card, so the first phase can be named
      *> before initialize runs. Time is taken from the clock in
      *> hundredths of a second; a phase that runs past midnight is
      *> measured across it. A timing file that cannot be written
      *> costs the timing, never the run.
       PROCEDURE DIVISION.
       9900-PHASE-TIME-START.
           ACCEPT WS-PHT-NOW FROM TIME.
           COMPUTE WS-PHT-NOW-CS =
               ((WS-PHT-NOW-HH * 60 + WS-PHT-NOW-MN) * 60 +
                 WS-PHT-NOW-SS) * 100 + WS-PHT-NOW-CC.

           IF WS-PHT-RUN-OPEN = 'N'
               IF WS-PHT-PHASE = '*END*'
                   GO TO 9900-PHASE-TIME-END
               END-IF
               MOVE 'Y' TO WS-PHT-RUN-OPEN
               ACCEPT WS-PHT-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-PHT-NOW    TO WS-PHT-RUN-START
               MOVE WS-PHT-NOW-CS TO WS-PHT-RUN-CS
               MOVE 0 TO WS-PHT-SEQ
           ELSE
               MOVE WS-PHT-CUR-CS TO WS-PHT-FROM-CS
               PERFORM 9910-WRITE-ROW-START THRU 9910-WRITE-ROW-END
           END-IF.

           IF WS-PHT-PHASE = '*END*'
               MOVE '*TOTAL*' TO WS-PHT-CUR-PHASE
               MOVE WS-PHT-RUN-CS TO WS-PHT-FROM-CS
               MOVE 99 TO WS-PHT-SEQ
               PERFORM 9910-WRITE-ROW-START THRU 9910-WRITE-ROW-END
               IF WS-PHT-FILE-OPEN = 'Y'
                   CLOSE F-TIMING
               END-IF
               MOVE '00' TO F-TIMING-STATUS
               MOVE 'N' TO WS-PHT-FILE-OPEN
               MOVE 'N' TO WS-PHT-RUN-OPEN
               MOVE SPACES TO WS-PHT-CUR-PHASE
               GO TO 9900-PHASE-TIME-END
           END-IF.

           MOVE WS-PHT-PHASE  TO WS-PHT-CUR-PHASE.
           MOVE WS-PHT-NOW-CS TO WS-PHT-CUR-CS.
       9900-PHASE-TIME-END.
           GOBACK.

       9910-WRITE-ROW-START.
           IF WS-PHT-NOW-CS < WS-PHT-FROM-CS
               COMPUTE WS-PHT-ELAPSED =
                   WS-PHT-NOW-CS + 8640000 - WS-PHT-FROM-CS
           ELSE
               COMPUTE WS-PHT-ELAPSED = WS-PHT-NOW-CS - WS-PHT-FROM-CS
           END-IF.

           IF WS-PHT-FILE-OPEN = 'N'
               MOVE '00' TO F-TIMING-STATUS
               OPEN EXTEND F-TIMING
               IF F-TIMING-STATUS-NOFILE
                   MOVE '00' TO F-TIMING-STATUS
                   OPEN OUTPUT F-TIMING
               END-IF
               IF NOT F-TIMING-STATUS-OK
                   DISPLAY 'TIMING FILE' SPACE WS-FILE-TIMING-NAME
                           SPACE 'NOT OPENED, STATUS' SPACE
                           F-TIMING-STATUS
                   MOVE '00' TO F-TIMING-STATUS
                   MOVE 'X' TO WS-PHT-FILE-OPEN
               ELSE
                   MOVE 'Y' TO WS-PHT-FILE-OPEN
               END-IF
           END-IF.
           IF WS-PHT-FILE-OPEN NOT = 'Y'
               GO TO 9910-WRITE-ROW-END
           END-IF.

      *> The kind of run is settled by the time the first row is
      *> written -- initialize has read every card.
           IF WS-PHT-KIND = SPACES OR WS-PHT-SEQ = 0
               EVALUATE TRUE
                   WHEN WS-IS-REPRINT
                       MOVE 'REPRINT' TO WS-PHT-KIND
                   WHEN WS-IS-DRYRUN
                       MOVE 'DRYRUN' TO WS-PHT-KIND
                   WHEN WS-IS-PROGRESS
                       MOVE 'PROGRESS' TO WS-PHT-KIND
                   WHEN WS-IS-MAKEUP
                       MOVE 'MAKEUP' TO WS-PHT-KIND
                   WHEN WS-IS-RECYCLE-RUN
                       MOVE 'RECYCLE' TO WS-PHT-KIND
                   WHEN WS-IS-RESTART
                       MOVE 'RESTART' TO WS-PHT-KIND
                   WHEN OTHER
                       MOVE 'POSTING' TO WS-PHT-KIND
               END-EVALUATE
           END-IF.
           IF WS-PHT-SEQ < 98
               ADD 1 TO WS-PHT-SEQ
           END-IF.

           MOVE SPACES TO REC-F-TIMING.
           MOVE WS-PHT-RUN-DATE  TO R-TIM-DATE.
           MOVE WS-PHT-RUN-START TO R-TIM-START.
           MOVE WS-TERM          TO R-TIM-TERM.
           MOVE WS-PHT-KIND      TO R-TIM-KIND.
           MOVE WS-PHT-SEQ       TO R-TIM-SEQ.
           MOVE WS-PHT-CUR-PHASE TO R-TIM-PHASE.
           MOVE WS-PHT-ELAPSED   TO R-TIM-ELAPSED.
           MOVE WS-BATCH-WINDOW  TO R-TIM-WINDOW.
           WRITE REC-F-TIMING.
           MOVE '00' TO F-TIMING-STATUS.
       9910-WRITE-ROW-END.
           EXIT.
