       IDENTIFICATION DIVISION.
       PROGRAM-ID. course-equiv.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selequ.

       DATA DIVISION.
       FILE SECTION.
           COPY fdequ.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-EQT-LOADED      PIC X       VALUE 'N'.
      *> Term the table was filtered for -- a menu session that moves
      *> on to another term must not answer from the old one's rows.
       01  WS-EQT-TERM        PIC X(10)   VALUE SPACES.
       01  WS-NB-EQT          PIC 999     VALUE 0.
       01  WS-EQT-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-EQT
                              INDEXED BY IDX-EQT.
           03 WS-EQT-OLD      PIC 999.
           03 WS-EQT-NEW      PIC 999.
           03 WS-EQT-FROM     PIC X(10).

      *> Courses reached so far from the passed course by following
      *> successions -- a renumbered course renumbered again still
      *> leads back to the original pass.
       01  WS-NB-REACH        PIC 99      VALUE 0.
       01  WS-REACH-TAB.
           03 WS-REACH-COURSE PIC 999     OCCURS 99.
       01  WS-IND-RC          PIC 999     VALUE 0.
       01  WS-IND-RK          PIC 999     VALUE 0.
       01  WS-REACH-SEEN      PIC X       VALUE 'N'.

      *> Shared "has this student passed course X" rule behind the
      *> prerequisite check, the diploma COURSE rules and the
      *> pass-history planning runs: a pass of an old course counts
      *> for the course(s) that succeeded it once the succession is
      *> in effect. Successions run one way only -- passing one half
      *> of a split syllabus is not a pass of the old course. A row
      *> applies when its from-term is blank or not above WS-TERM; a
      *> run with no TERM card applies every row.
       PROCEDURE DIVISION.
       4700-COURSE-EQUIV-START.
           IF WS-EQT-LOADED = 'N' OR WS-EQT-TERM NOT = WS-TERM
               PERFORM 4710-LOAD-EQUIV-START
                  THRU 4710-LOAD-EQUIV-END
           END-IF.

           IF WS-EQV-LIST
               PERFORM 4730-NEXT-EQUIV-START
                  THRU 4730-NEXT-EQUIV-END
               MOVE 'M' TO WS-EQV-ACTION
               GO TO 4700-COURSE-EQUIV-END
           END-IF.

           MOVE 'N' TO WS-EQV-MET.
           IF WS-EQV-PASSED = WS-EQV-TARGET
               MOVE 'Y' TO WS-EQV-MET
               GO TO 4700-COURSE-EQUIV-END
           END-IF.
           IF WS-NB-EQT = 0
               GO TO 4700-COURSE-EQUIV-END
           END-IF.
           PERFORM 4720-FOLLOW-SUCCESSION-START
              THRU 4720-FOLLOW-SUCCESSION-END.
       4700-COURSE-EQUIV-END.
           GOBACK.

       4710-LOAD-EQUIV-START.
           MOVE 'Y' TO WS-EQT-LOADED.
           MOVE WS-TERM TO WS-EQT-TERM.
           MOVE 0 TO WS-NB-EQT.
           MOVE '00' TO F-EQUIV-STATUS.
           OPEN INPUT F-EQUIV.
           IF NOT F-EQUIV-STATUS-OK
               MOVE '00' TO F-EQUIV-STATUS
               GO TO 4710-LOAD-EQUIV-END
           END-IF.
           PERFORM UNTIL F-EQUIV-STATUS-EOF
               READ F-EQUIV NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-EQU-OLD IS NUMERIC AND
                          R-EQU-NEW IS NUMERIC AND
                          (R-EQU-FROM-TERM = SPACES OR
                           WS-TERM = SPACES OR
                           R-EQU-FROM-TERM NOT > WS-TERM)
                           IF WS-NB-EQT < 999
                               ADD 1 TO WS-NB-EQT
                               MOVE R-EQU-OLD TO WS-EQT-OLD(WS-NB-EQT)
                               MOVE R-EQU-NEW TO WS-EQT-NEW(WS-NB-EQT)
                               MOVE R-EQU-FROM-TERM TO
                                    WS-EQT-FROM(WS-NB-EQT)
                           ELSE
                               DISPLAY 'COURSE-EQUIV: TABLE FULL,'
                                       SPACE R-EQU-OLD SPACE '->'
                                       SPACE R-EQU-NEW SPACE 'IGNORED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EQUIV.
           MOVE '00' TO F-EQUIV-STATUS.
       4710-LOAD-EQUIV-END.
           EXIT.

      *> Breadth-first over the successions starting at the passed
      *> course; stops as soon as the target is reached.
       4720-FOLLOW-SUCCESSION-START.
           MOVE 1 TO WS-NB-REACH.
           MOVE WS-EQV-PASSED TO WS-REACH-COURSE(1).
           MOVE 1 TO WS-IND-RC.
           PERFORM UNTIL WS-IND-RC > WS-NB-REACH OR WS-EQV-IS-MET
               PERFORM VARYING IDX-EQT FROM 1 BY 1
                  UNTIL IDX-EQT > WS-NB-EQT OR WS-EQV-IS-MET
                   IF WS-EQT-OLD(IDX-EQT) =
                      WS-REACH-COURSE(WS-IND-RC)
                       IF WS-EQT-NEW(IDX-EQT) = WS-EQV-TARGET
                           MOVE 'Y' TO WS-EQV-MET
                       ELSE
                           MOVE 'N' TO WS-REACH-SEEN
                           PERFORM VARYING WS-IND-RK FROM 1 BY 1
                              UNTIL WS-IND-RK > WS-NB-REACH
                               IF WS-REACH-COURSE(WS-IND-RK) =
                                  WS-EQT-NEW(IDX-EQT)
                                   MOVE 'Y' TO WS-REACH-SEEN
                               END-IF
                           END-PERFORM
                           IF WS-REACH-SEEN = 'N' AND
                              WS-NB-REACH < 99
                               ADD 1 TO WS-NB-REACH
                               MOVE WS-EQT-NEW(IDX-EQT) TO
                                    WS-REACH-COURSE(WS-NB-REACH)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-IND-RC
           END-PERFORM.
       4720-FOLLOW-SUCCESSION-END.
           EXIT.

       4730-NEXT-EQUIV-START.
           ADD 1 TO WS-EQV-ROW.
           PERFORM UNTIL WS-EQV-ROW > WS-NB-EQT
               IF WS-EQT-OLD(WS-EQV-ROW) = WS-EQV-TARGET OR
                  WS-EQT-NEW(WS-EQV-ROW) = WS-EQV-TARGET
                   MOVE WS-EQT-OLD(WS-EQV-ROW)  TO WS-EQV-OLD
                   MOVE WS-EQT-NEW(WS-EQV-ROW)  TO WS-EQV-NEW
                   MOVE WS-EQT-FROM(WS-EQV-ROW) TO WS-EQV-FROM
                   GO TO 4730-NEXT-EQUIV-END
               END-IF
               ADD 1 TO WS-EQV-ROW
           END-PERFORM.
           MOVE 0 TO WS-EQV-ROW.
       4730-NEXT-EQUIV-END.
           EXIT.
