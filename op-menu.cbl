       IDENTIFICATION DIVISION.
       PROGRAM-ID. op-menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selparm.
           COPY seljlk.
           COPY selrct.

       DATA DIVISION.
       FILE SECTION.
           COPY fdparm.
           COPY fdjlk.
           COPY fdrct.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY rctrec.

       01  F-PARM-STATUS      PIC X(02)   VALUE '00'.
           88 F-PARM-STATUS-OK     VALUE '00'.
           88 F-PARM-STATUS-EOF    VALUE '10'.
           88 F-PARM-STATUS-NOFILE VALUE '35'.

       01  WS-MENU-RULE       PIC X(60)   VALUE ALL '='.
       01  WS-MENU-CHOICE     PIC X       VALUE SPACE.
       01  WS-MENU-QUIT       PIC X       VALUE 'N'.
       01  WS-MENU-ROW        PIC 99      VALUE 0.
       01  WS-MENU-LAST-GRP   PIC X       VALUE SPACE.
       01  WS-MENU-RC         PIC 999     VALUE 0.
       01  WS-IND-MN          PIC 99      VALUE 0.
       01  WS-NB-HELD-LOCKS   PIC 999     VALUE 0.
       01  WS-STALE-NOTE      PIC X(12)   VALUE SPACES.

      *> The utilities, grouped by the job the office is doing
      *> rather than by program name: menu key, task group (titles
      *> below), program CALLed, job name it is journaled under, and
      *> the line the operator reads.
       01  WS-MENU-DEFS.
           03 FILLER          PIC X(52)   VALUE
              '11lookup       LOOKUP   LOOK UP A STUDENT RESULT    '.
           03 FILLER          PIC X(52)   VALUE
              '21attest       ATTEST   ATTEST A SEALED RESULT      '.
           03 FILLER          PIC X(52)   VALUE
              '31trn-verify   TRNVERIFYVERIFY A TRANSCRIPT SERIAL  '.
           03 FILLER          PIC X(52)   VALUE
              '42repair-rejectREPAIRREJREPAIR REJECTED RECORDS     '.
           03 FILLER          PIC X(52)   VALUE
              '52hist-maint   HISTMAINTMAINTAIN THE GRADE HISTORY  '.
           03 FILLER          PIC X(52)   VALUE
              '62xref-maint   XREFMAINTAPPLY IDENTITY XREF UPDATES '.
           03 FILLER          PIC X(52)   VALUE
              '72equiv-maint  EQVMAINT APPLY COURSE EQUIVALENCES   '.
           03 FILLER          PIC X(52)   VALUE
              '83lock-admin   LOCKADMINLIST OR RELEASE RUN LOCKS   '.
           03 FILLER          PIC X(52)   VALUE
              '93journal-queryJRNQUERY QUERY THE RUN JOURNAL       '.
       01  WS-MENU-TABLE REDEFINES WS-MENU-DEFS.
           03 WS-MENU-ENTRY   OCCURS 9.
              05 WS-MNU-KEY      PIC X.
              05 WS-MNU-GROUP    PIC X.
              05 WS-MNU-PROG     PIC X(13).
              05 WS-MNU-JOB      PIC X(9).
              05 WS-MNU-LABEL    PIC X(28).
       01  WS-NB-MENU         PIC 99      VALUE 9.

       01  WS-GROUP-DEFS.
           03 FILLER          PIC X(18)   VALUE 'RESULTS ENQUIRIES'.
           03 FILLER          PIC X(18)   VALUE 'CORRECTIONS'.
           03 FILLER          PIC X(18)   VALUE 'SUPERVISION'.
       01  WS-GROUP-TABLE REDEFINES WS-GROUP-DEFS.
           03 WS-GROUP-TITLE  PIC X(18)   OCCURS 3.
       01  WS-GROUP-NO        PIC 9       VALUE 0.

       01  WS-MENU-LINE.
           03 FILLER          PIC X(4)    VALUE SPACES.
           03 WS-MNL-KEY      PIC X.
           03 FILLER          PIC X(3)    VALUE ' - '.
           03 WS-MNL-LABEL    PIC X(28).

      *> Operator menu over the console utilities: asks the operator
      *> ID once and hands it to every utility started from here
      *> (WS-MENU-SESSION keeps them from asking again), shows the
      *> current term and the run locks held on the header every
      *> time the menu comes back, and journals each launch as a
      *> MENU row in the run journal -- who ran what, and when. The
      *> utilities still check their own privileges and locks; the
      *> menu only starts them. Each one is CANCELled after it
      *> returns so the next launch starts it fresh.
       PROCEDURE DIVISION.
       0570-OP-MENU-START.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE 'runctl.dat'  TO WS-FILE-RUNCTL-NAME.
           MOVE 'runlog.dat'  TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE '00' TO F-RUNCTL-STATUS.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           MOVE 'N' TO WS-MENU-USE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'OPERATOR ID: '.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               MOVE 'CONSOLE' TO WS-OPERATOR
           END-IF.
           MOVE 'Y' TO WS-MENU-SESSION.

           PERFORM 0572-FIND-TERM-START THRU 0572-FIND-TERM-END.

           MOVE 'N' TO WS-MENU-QUIT.
           PERFORM UNTIL WS-MENU-QUIT = 'Y'
               PERFORM 0574-SHOW-MENU-START THRU 0574-SHOW-MENU-END
               MOVE SPACE TO WS-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               PERFORM 0578-DISPATCH-START THRU 0578-DISPATCH-END
           END-PERFORM.

           MOVE 'N' TO WS-MENU-SESSION.
           MOVE 0 TO RETURN-CODE.
       0570-OP-MENU-END.
           GOBACK.

      *> The current term is the one on the TERM card of the parm
      *> deck the next posting will run with; without one, the term
      *> of the last run on the run-control file.
       0572-FIND-TERM-START.
           MOVE SPACES TO WS-TERM.
           MOVE '00' TO F-PARM-STATUS.
           OPEN INPUT F-PARM.
           IF F-PARM-STATUS-OK
               PERFORM UNTIL F-PARM-STATUS-EOF
                   READ F-PARM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PARM-KEYWORD = 'TERM'
                               MOVE PARM-VALUE TO WS-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PARM
           END-IF.
           IF WS-TERM NOT = SPACES
               GO TO 0572-FIND-TERM-END
           END-IF.

           OPEN INPUT F-RUNCTL.
           IF NOT F-RUNCTL-STATUS-OK
               MOVE '00' TO F-RUNCTL-STATUS
               GO TO 0572-FIND-TERM-END
           END-IF.
           PERFORM UNTIL F-RUNCTL-STATUS-EOF
               READ F-RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-RUNCTL TO WS-RUNCTL-LINE
                       IF WS-RCT-TERM NOT = SPACES
                           MOVE WS-RCT-TERM TO WS-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RUNCTL.
           MOVE '00' TO F-RUNCTL-STATUS.
       0572-FIND-TERM-END.
           EXIT.

       0574-SHOW-MENU-START.
           DISPLAY WS-MENU-RULE.
           DISPLAY 'GRADECOBOL OPERATOR MENU'.
           IF WS-TERM = SPACES
               DISPLAY 'OPERATOR' SPACE WS-OPERATOR SPACE '| DATE'
                       SPACE WS-RUN-DATE SPACE '| TERM NOT SET'
           ELSE
               DISPLAY 'OPERATOR' SPACE WS-OPERATOR SPACE '| DATE'
                       SPACE WS-RUN-DATE SPACE '| TERM' SPACE WS-TERM
           END-IF.
           PERFORM 0576-SHOW-LOCKS-START THRU 0576-SHOW-LOCKS-END.
           DISPLAY WS-MENU-RULE.

           MOVE SPACE TO WS-MENU-LAST-GRP.
           PERFORM VARYING WS-IND-MN FROM 1 BY 1
              UNTIL WS-IND-MN > WS-NB-MENU
                   IF WS-MNU-GROUP(WS-IND-MN) NOT = WS-MENU-LAST-GRP
                       MOVE WS-MNU-GROUP(WS-IND-MN) TO
                            WS-MENU-LAST-GRP
                       MOVE WS-MNU-GROUP(WS-IND-MN) TO WS-GROUP-NO
                       DISPLAY SPACE
                       DISPLAY WS-GROUP-TITLE(WS-GROUP-NO)
                   END-IF
                   MOVE WS-MNU-KEY(WS-IND-MN)   TO WS-MNL-KEY
                   MOVE WS-MNU-LABEL(WS-IND-MN) TO WS-MNL-LABEL
                   DISPLAY WS-MENU-LINE
           END-PERFORM.
           DISPLAY SPACE.
           MOVE 'X' TO WS-MNL-KEY.
           MOVE 'LEAVE THE MENU' TO WS-MNL-LABEL.
           DISPLAY WS-MENU-LINE.
           DISPLAY WS-MENU-RULE.
           DISPLAY 'CHOICE: '.
       0574-SHOW-MENU-END.
           EXIT.

      *> Run-lock state, read fresh each time: a posting started
      *> while the menu was up shows on the next header.
       0576-SHOW-LOCKS-START.
           MOVE 0 TO WS-NB-HELD-LOCKS.
           OPEN INPUT F-JOBLOCK.
           IF F-JOBLOCK-STATUS-OK
               PERFORM UNTIL F-JOBLOCK-STATUS-EOF
                   READ F-JOBLOCK
                       AT END
                           CONTINUE
                       NOT AT END
                           IF R-JLK-NAME NOT = SPACES
                               ADD 1 TO WS-NB-HELD-LOCKS
                               IF R-JLK-DATE IS NUMERIC AND
                                  R-JLK-DATE < WS-RUN-DATE
                                   MOVE ' ** STALE **' TO
                                        WS-STALE-NOTE
                               ELSE
                                   MOVE SPACES TO WS-STALE-NOTE
                               END-IF
                               DISPLAY 'LOCK HELD:' SPACE R-JLK-NAME
                                       SPACE 'BY' SPACE R-JLK-JOB
                                       SPACE R-JLK-OPERATOR SPACE
                                       'SINCE' SPACE R-JLK-DATE
                                       WS-STALE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-JOBLOCK
           END-IF.
           MOVE '00' TO F-JOBLOCK-STATUS.
           IF WS-NB-HELD-LOCKS = 0
               DISPLAY 'RUN LOCKS: NONE HELD'
           END-IF.
       0576-SHOW-LOCKS-END.
           EXIT.

       0578-DISPATCH-START.
           IF WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               MOVE 'Y' TO WS-MENU-QUIT
               GO TO 0578-DISPATCH-END
           END-IF.
           MOVE 0 TO WS-MENU-ROW.
           PERFORM VARYING WS-IND-MN FROM 1 BY 1
              UNTIL WS-IND-MN > WS-NB-MENU
                   IF WS-MNU-KEY(WS-IND-MN) = WS-MENU-CHOICE
                       MOVE WS-IND-MN TO WS-MENU-ROW
                   END-IF
           END-PERFORM.
           IF WS-MENU-ROW = 0
               DISPLAY 'NOT ON THE MENU --' SPACE WS-MENU-CHOICE
               GO TO 0578-DISPATCH-END
           END-IF.

           MOVE WS-MNU-JOB(WS-MENU-ROW) TO WS-AUTH-JOB.
           MOVE 'Y' TO WS-MENU-USE.
           CALL 'run-journal'.
           MOVE 'N' TO WS-MENU-USE.

           DISPLAY WS-MENU-RULE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-MNU-PROG(WS-MENU-ROW)
               ON EXCEPTION
                   DISPLAY 'UTILITY' SPACE WS-MNU-PROG(WS-MENU-ROW)
                           SPACE 'COULD NOT BE LOADED'
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-MENU-RC.
           CANCEL WS-MNU-PROG(WS-MENU-ROW).
           MOVE 'N' TO WS-AUTH-REFUSAL.
           MOVE 0 TO RETURN-CODE.
           DISPLAY WS-MNU-PROG(WS-MENU-ROW) SPACE
                   'ENDED, CONDITION CODE' SPACE WS-MENU-RC.
       0578-DISPATCH-END.
           EXIT.
