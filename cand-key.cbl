       IDENTIFICATION DIVISION.
       PROGRAM-ID. cand-key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selcdk.

       DATA DIVISION.
       FILE SECTION.
           COPY fdcdk.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

      *> The term's candidate-number key, read on the first CALL of
      *> the run and kept across CALLs. Rows issued for another term
      *> are skipped; with no TERM card every row is held.
       01  WS-CDK-LOADED      PIC X       VALUE 'N'.
       01  WS-NB-KEY          PIC 9(4)    VALUE 0.
       01  WS-KEY-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-KEY
                              INDEXED BY IDX-KEY.
           03 WS-KEY-CAND     PIC X(6).
           03 WS-KEY-STUDENT  PIC 999.
           03 WS-KEY-SLOT     PIC 99.
       01  WS-CDK-SLOT        PIC 99      VALUE 0.

      *> Scripts already marked under a number this run: one row per
      *> number, course and component type.
       01  WS-NB-USED         PIC 9(4)    VALUE 0.
       01  WS-USED-TAB        OCCURS 1 TO 9999
                              DEPENDING WS-NB-USED
                              INDEXED BY IDX-USED.
           03 WS-USED-CAND    PIC X(6).
           03 WS-USED-COURSE  PIC 999.
           03 WS-USED-TYPE    PIC X(4).

      *> Candidate number back to student. A number not in the key
      *> is 'K'. For 'U' the course being marked must sit in the
      *> slot the number was issued for ('S' otherwise -- a number
      *> copied from another exam's list), and the same number may
      *> come back only once per course and component type ('D').
      *> A course with no slot of its own, or not loaded yet, is not
      *> held against the script: the key alone vouches for it.
       PROCEDURE DIVISION.
       4400-CAND-KEY-START.
           IF WS-CDK-LOADED = 'N'
               PERFORM 4410-LOAD-KEY-START THRU 4410-LOAD-KEY-END
           END-IF.

           MOVE 'K' TO WS-CDK-RESULT.
           MOVE 0 TO WS-CDK-STUDENT.
           MOVE 0 TO WS-CDK-SLOT.
           IF WS-NB-KEY = 0
               GO TO 4400-CAND-KEY-END
           END-IF.
           SET IDX-KEY TO 1.
           SEARCH WS-KEY-TAB
               WHEN WS-KEY-CAND(IDX-KEY) = WS-CDK-CAND
                   MOVE 'Y' TO WS-CDK-RESULT
                   MOVE WS-KEY-STUDENT(IDX-KEY) TO WS-CDK-STUDENT
                   MOVE WS-KEY-SLOT(IDX-KEY) TO WS-CDK-SLOT
           END-SEARCH.
           IF NOT WS-CDK-OK OR WS-CDK-FIND
               GO TO 4400-CAND-KEY-END
           END-IF.

           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-CDK-COURSE
                   IF WS-COURSE-SLOT(IDX-COURSE) > 0 AND
                      WS-COURSE-SLOT(IDX-COURSE) NOT = WS-CDK-SLOT
                       MOVE 'S' TO WS-CDK-RESULT
                   END-IF
           END-SEARCH.
           IF NOT WS-CDK-OK
               GO TO 4400-CAND-KEY-END
           END-IF.

           IF WS-NB-USED > 0
               SET IDX-USED TO 1
               SEARCH WS-USED-TAB
                   WHEN WS-USED-CAND(IDX-USED) = WS-CDK-CAND AND
                        WS-USED-COURSE(IDX-USED) = WS-CDK-COURSE AND
                        WS-USED-TYPE(IDX-USED) = WS-CDK-TYPE
                       MOVE 'D' TO WS-CDK-RESULT
               END-SEARCH
           END-IF.
           IF WS-CDK-OK AND WS-NB-USED < 9999
               ADD 1 TO WS-NB-USED
               MOVE WS-CDK-CAND   TO WS-USED-CAND(WS-NB-USED)
               MOVE WS-CDK-COURSE TO WS-USED-COURSE(WS-NB-USED)
               MOVE WS-CDK-TYPE   TO WS-USED-TYPE(WS-NB-USED)
           END-IF.
       4400-CAND-KEY-END.
           MOVE 'F' TO WS-CDK-ACTION.
           GOBACK.

       4410-LOAD-KEY-START.
           MOVE 'Y' TO WS-CDK-LOADED.
           MOVE 0 TO WS-NB-KEY.
           MOVE '00' TO F-CANDKEY-STATUS.
           OPEN INPUT F-CANDKEY.
           IF NOT F-CANDKEY-STATUS-OK
               DISPLAY 'CAND-KEY: NO CANDIDATE KEY, STATUS'
                       SPACE F-CANDKEY-STATUS
               MOVE '00' TO F-CANDKEY-STATUS
               GO TO 4410-LOAD-KEY-END
           END-IF.
           PERFORM UNTIL F-CANDKEY-STATUS-EOF
               READ F-CANDKEY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (WS-TERM = SPACES OR R-CDK-TERM = WS-TERM)
                          AND R-CDK-CAND NOT = SPACES
                          AND WS-NB-KEY < 9999
                           ADD 1 TO WS-NB-KEY
                           MOVE R-CDK-CAND TO WS-KEY-CAND(WS-NB-KEY)
                           MOVE R-CDK-STUDENT
                               TO WS-KEY-STUDENT(WS-NB-KEY)
                           MOVE R-CDK-SLOT TO WS-KEY-SLOT(WS-NB-KEY)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CANDKEY.
           MOVE '00' TO F-CANDKEY-STATUS.
       4410-LOAD-KEY-END.
           EXIT.
