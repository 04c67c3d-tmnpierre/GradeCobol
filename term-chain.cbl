       IDENTIFICATION DIVISION.
       PROGRAM-ID. term-chain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selchn.

       DATA DIVISION.
       FILE SECTION.
           COPY fdchn.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-CHAIN-RULE      PIC X(60)   VALUE ALL '='.
       01  WS-CHAIN-TERM      PIC X(10)   VALUE SPACES.
       01  WS-CTL-TERM        PIC X(10)   VALUE SPACES.
       01  WS-NB-CTL-ROWS     PIC 99      VALUE 0.
       01  WS-NB-DONE         PIC 99      VALUE 0.
       01  WS-STEP-RC         PIC 999     VALUE 0.
       01  WS-CHAIN-RC        PIC 999     VALUE 0.
       01  WS-CHAIN-STOP      PIC X       VALUE 'N'.
       01  WS-IND-SP          PIC 99      VALUE 0.
       01  WS-IND-WR          PIC 99      VALUE 0.
       01  WS-CTL-STEP        PIC 99      VALUE 0.
       01  WS-CTL-DONE        PIC 99      VALUE 0.

      *> The chain, in the only order it may run: posting, the SIS
      *> acknowledgement, the seal, the elective allocation and next
      *> year's enrollment it feeds, the ministry return, graduation.
      *> Each step carries the highest condition code it may end with
      *> and still let the chain go on -- promo's 4 is warnings only,
      *> its 8 is rejects to fix before anything is sealed;
      *> term-close refuses with 12 and has no warning level;
      *> elec-alloc's 4 is students left short of their electives.
       01  WS-STEP-DEFS.
           03 FILLER          PIC X(14)   VALUE 'promo       04'.
           03 FILLER          PIC X(14)   VALUE 'sis-ack     04'.
           03 FILLER          PIC X(14)   VALUE 'term-close  00'.
           03 FILLER          PIC X(14)   VALUE 'elec-alloc  04'.
           03 FILLER          PIC X(14)   VALUE 'enroll-gen  04'.
           03 FILLER          PIC X(14)   VALUE 'acad-return 04'.
           03 FILLER          PIC X(14)   VALUE 'graduation  04'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           03 WS-STEP-ENTRY   OCCURS 7.
              05 WS-STEP-PROG    PIC X(12).
              05 WS-STEP-MAXRC   PIC 99.
       01  WS-NB-STEPS        PIC 99      VALUE 7.

      *> Where each step stands for the chain in progress, loaded
      *> from and rewritten to the step-control file around every
      *> step.
       01  WS-STEP-STATUS     OCCURS 7.
           03 WS-SST-STATE    PIC X(8).
           03 WS-SST-RC       PIC 999.
           03 WS-SST-DATE     PIC 9(8).

      *> End-of-term job-chain driver. Runs the close-out programs
      *> from the step table above, one after the other, reading each
      *> step's condition code and stopping at the first step that
      *> ends above its allowed severity. Every step's state goes to
      *> the step-control file before it starts (RUNNING) and after
      *> it ends (DONE or FAILED), so a rerun of the chain resumes at
      *> the step that failed -- or was running when the job died --
      *> and never re-runs a step that already succeeded. A chain
      *> left unfinished for one term refuses to start for another:
      *> the steps can no longer be run out of order. The driver
      *> ends with the condition code of the step that stopped it,
      *> 0 when the whole chain is done.
       PROCEDURE DIVISION.
       1200-TERM-CHAIN-START.
           MOVE 'chainctl.dat' TO WS-FILE-CHAINCTL-NAME.
           MOVE '00' TO F-CHAINCTL-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CHAIN-RC.

           DISPLAY 'TERM BEING CLOSED: '.
           ACCEPT WS-CHAIN-TERM.
           IF WS-CHAIN-TERM = SPACES
               DISPLAY 'NO TERM GIVEN -- CHAIN NOT STARTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1210-LOAD-CONTROL-START
              THRU 1210-LOAD-CONTROL-END.
           IF WS-CHAIN-STOP = 'Y'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-DONE = WS-NB-STEPS
               DISPLAY 'CHAIN ALREADY COMPLETE FOR TERM' SPACE
                       WS-CHAIN-TERM
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY WS-CHAIN-RULE.
           DISPLAY 'END-OF-TERM CHAIN FOR' SPACE WS-CHAIN-TERM.
           DISPLAY WS-CHAIN-RULE.
           PERFORM VARYING WS-IND-SP FROM 1 BY 1
              UNTIL WS-IND-SP > WS-NB-STEPS OR WS-CHAIN-STOP = 'Y'
                   PERFORM 1220-RUN-STEP-START
                      THRU 1220-RUN-STEP-END
           END-PERFORM.

           DISPLAY WS-CHAIN-RULE.
           IF WS-CHAIN-STOP = 'Y'
               DISPLAY 'CHAIN STOPPED -- FIX THE FAILED STEP AND'
                       SPACE 'RERUN THE CHAIN TO RESUME THERE'
           ELSE
               DISPLAY 'CHAIN COMPLETE FOR TERM' SPACE WS-CHAIN-TERM
           END-IF.
           DISPLAY WS-CHAIN-RULE.
           MOVE WS-CHAIN-RC TO RETURN-CODE.
       1200-TERM-CHAIN-END.
           GOBACK.

      *> Carry over the step states of a chain already under way for
      *> this term; start every step PENDING when there is no file,
      *> or when the file holds a finished chain for another term.
      *> An unfinished chain for another term refuses the run. Rows
      *> are matched to the step table by program, so a control file
      *> written before a step was added still lines up.
       1210-LOAD-CONTROL-START.
           MOVE 'N' TO WS-CHAIN-STOP.
           MOVE 0 TO WS-NB-CTL-ROWS.
           MOVE 0 TO WS-NB-DONE.
           MOVE 0 TO WS-CTL-DONE.
           MOVE SPACES TO WS-CTL-TERM.
           PERFORM VARYING WS-IND-SP FROM 1 BY 1
              UNTIL WS-IND-SP > WS-NB-STEPS
                   MOVE 'PENDING' TO WS-SST-STATE(WS-IND-SP)
                   MOVE 0 TO WS-SST-RC(WS-IND-SP)
                   MOVE 0 TO WS-SST-DATE(WS-IND-SP)
           END-PERFORM.

           OPEN INPUT F-CHAINCTL.
           IF NOT F-CHAINCTL-STATUS-OK
               MOVE '00' TO F-CHAINCTL-STATUS
               GO TO 1210-LOAD-CONTROL-END
           END-IF.
           PERFORM UNTIL F-CHAINCTL-STATUS-EOF
               READ F-CHAINCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 0 TO WS-CTL-STEP
                       PERFORM VARYING WS-IND-SP FROM 1 BY 1
                          UNTIL WS-IND-SP > WS-NB-STEPS
                               IF WS-STEP-PROG(WS-IND-SP) =
                                  R-CHN-PROGRAM
                                   MOVE WS-IND-SP TO WS-CTL-STEP
                               END-IF
                       END-PERFORM
                       IF WS-CTL-STEP > 0
                           ADD 1 TO WS-NB-CTL-ROWS
                           MOVE R-CHN-TERM TO WS-CTL-TERM
                           MOVE R-CHN-STATE TO
                                WS-SST-STATE(WS-CTL-STEP)
                           IF R-CHN-STATE = 'DONE'
                               ADD 1 TO WS-CTL-DONE
                           END-IF
                           IF R-CHN-RC IS NUMERIC
                               MOVE R-CHN-RC TO WS-SST-RC(WS-CTL-STEP)
                           END-IF
                           IF R-CHN-DATE IS NUMERIC
                               MOVE R-CHN-DATE TO
                                    WS-SST-DATE(WS-CTL-STEP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAINCTL.
           MOVE '00' TO F-CHAINCTL-STATUS.

           PERFORM VARYING WS-IND-SP FROM 1 BY 1
              UNTIL WS-IND-SP > WS-NB-STEPS
                   IF WS-SST-STATE(WS-IND-SP) = 'DONE'
                       ADD 1 TO WS-NB-DONE
                   END-IF
           END-PERFORM.

           IF WS-NB-CTL-ROWS > 0 AND WS-CTL-TERM NOT = WS-CHAIN-TERM
               IF WS-CTL-DONE < WS-NB-CTL-ROWS
                   DISPLAY 'CHAIN FOR TERM' SPACE WS-CTL-TERM SPACE
                           'IS UNFINISHED -- COMPLETE IT BEFORE'
                           SPACE 'CLOSING' SPACE WS-CHAIN-TERM
                   MOVE 'Y' TO WS-CHAIN-STOP
                   GO TO 1210-LOAD-CONTROL-END
               END-IF
               MOVE 0 TO WS-NB-DONE
               PERFORM VARYING WS-IND-SP FROM 1 BY 1
                  UNTIL WS-IND-SP > WS-NB-STEPS
                       MOVE 'PENDING' TO WS-SST-STATE(WS-IND-SP)
                       MOVE 0 TO WS-SST-RC(WS-IND-SP)
                       MOVE 0 TO WS-SST-DATE(WS-IND-SP)
               END-PERFORM
           END-IF.
       1210-LOAD-CONTROL-END.
           EXIT.

       1220-RUN-STEP-START.
           IF WS-SST-STATE(WS-IND-SP) = 'DONE'
               DISPLAY 'STEP' SPACE WS-IND-SP SPACE
                       WS-STEP-PROG(WS-IND-SP) SPACE
                       'ALREADY DONE ON' SPACE
                       WS-SST-DATE(WS-IND-SP) SPACE '-- SKIPPED'
               GO TO 1220-RUN-STEP-END
           END-IF.

           DISPLAY 'STEP' SPACE WS-IND-SP SPACE
                   WS-STEP-PROG(WS-IND-SP) SPACE 'STARTING'.
           MOVE 'RUNNING' TO WS-SST-STATE(WS-IND-SP).
           MOVE 0 TO WS-SST-RC(WS-IND-SP).
           MOVE WS-RUN-DATE TO WS-SST-DATE(WS-IND-SP).
           PERFORM 1230-WRITE-CONTROL-START
              THRU 1230-WRITE-CONTROL-END.

           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROG(WS-IND-SP)
               ON EXCEPTION
                   DISPLAY 'STEP PROGRAM' SPACE
                           WS-STEP-PROG(WS-IND-SP) SPACE
                           'COULD NOT BE LOADED'
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-STEP-PROG(WS-IND-SP).
      *> The posting takes its term from the parm deck: a deck left
      *> on another term has just posted the wrong one, and nothing
      *> after it may seal or report on that basis.
           IF WS-STEP-PROG(WS-IND-SP) = 'promo' AND
              WS-TERM NOT = WS-CHAIN-TERM
               DISPLAY 'POSTING RAN FOR TERM' SPACE WS-TERM SPACE
                       '-- THE CHAIN IS CLOSING' SPACE WS-CHAIN-TERM
               MOVE 12 TO WS-STEP-RC
           END-IF.

           MOVE WS-STEP-RC TO WS-SST-RC(WS-IND-SP).
           IF WS-STEP-RC > WS-STEP-MAXRC(WS-IND-SP)
               MOVE 'FAILED' TO WS-SST-STATE(WS-IND-SP)
               MOVE 'Y' TO WS-CHAIN-STOP
               MOVE WS-STEP-RC TO WS-CHAIN-RC
               DISPLAY 'STEP' SPACE WS-IND-SP SPACE
                       WS-STEP-PROG(WS-IND-SP) SPACE
                       'ENDED WITH CODE' SPACE WS-STEP-RC SPACE
                       '-- ALLOWED' SPACE WS-STEP-MAXRC(WS-IND-SP)
           ELSE
               MOVE 'DONE' TO WS-SST-STATE(WS-IND-SP)
               DISPLAY 'STEP' SPACE WS-IND-SP SPACE
                       WS-STEP-PROG(WS-IND-SP) SPACE
                       'DONE, CODE' SPACE WS-STEP-RC
           END-IF.
           PERFORM 1230-WRITE-CONTROL-START
              THRU 1230-WRITE-CONTROL-END.
       1220-RUN-STEP-END.
           EXIT.

      *> The whole step-control file, rewritten: a handful of rows,
      *> and always the complete picture of the chain.
       1230-WRITE-CONTROL-START.
           MOVE '00' TO F-CHAINCTL-STATUS.
           OPEN OUTPUT F-CHAINCTL.
           IF NOT F-CHAINCTL-STATUS-OK
               DISPLAY 'STEP-CONTROL FILE UNAVAILABLE, STATUS' SPACE
                       F-CHAINCTL-STATUS SPACE
                       '-- A RERUN CANNOT RESUME'
               MOVE '00' TO F-CHAINCTL-STATUS
               GO TO 1230-WRITE-CONTROL-END
           END-IF.
           PERFORM VARYING WS-IND-WR FROM 1 BY 1
              UNTIL WS-IND-WR > WS-NB-STEPS
                   MOVE SPACES TO REC-F-CHAINCTL
                   MOVE WS-CHAIN-TERM TO R-CHN-TERM
                   MOVE WS-IND-WR TO R-CHN-STEP
                   MOVE WS-STEP-PROG(WS-IND-WR) TO R-CHN-PROGRAM
                   MOVE WS-STEP-MAXRC(WS-IND-WR) TO R-CHN-MAXRC
                   MOVE WS-SST-STATE(WS-IND-WR) TO R-CHN-STATE
                   MOVE WS-SST-RC(WS-IND-WR) TO R-CHN-RC
                   MOVE WS-SST-DATE(WS-IND-WR) TO R-CHN-DATE
                   WRITE REC-F-CHAINCTL
           END-PERFORM.
           CLOSE F-CHAINCTL.
           MOVE '00' TO F-CHAINCTL-STATUS.
       1230-WRITE-CONTROL-END.
           EXIT.
