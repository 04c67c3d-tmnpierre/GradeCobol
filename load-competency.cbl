       IDENTIFICATION DIVISION.
       PROGRAM-ID. load-competency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selin.
           COPY selrej.

       DATA DIVISION.
       FILE SECTION.
           COPY fdin.
           COPY fdrej.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.
           COPY cmpdom.

       01  WS-CPT-ROW              PIC 9(4)    VALUE 0.
       01  WS-CPT-REASON           PIC X(30)   VALUE SPACES.

      *> An '18' record files one competency assessment: student,
      *> domain and the mastery level reached. The level must be 1 to
      *> 4 and the domain one of the framework's (cmpdom.cpy). A
      *> later record for the same student and domain is a
      *> reassessment and replaces the level; no mark or decision
      *> reads the table.
       PROCEDURE DIVISION.
       5194-LOAD-COMPETENCY-START.
           MOVE SPACES TO WS-CPT-REASON.
           IF R-CMP-LEVEL IS NOT NUMERIC OR
              R-CMP-LEVEL < 1 OR R-CMP-LEVEL > 4
               MOVE 'COMPETENCY: BAD LEVEL' TO WS-CPT-REASON
               PERFORM 5195-REJECT-START THRU 5195-REJECT-END
               GO TO 5194-LOAD-COMPETENCY-END
           END-IF.

           SET IDX-CDM TO 1.
           SEARCH WS-CDM-ENTRY
               AT END
                   MOVE 'COMPETENCY: UNKNOWN DOMAIN' TO WS-CPT-REASON
               WHEN WS-CDM-CODE(IDX-CDM) = R-CMP-DOMAIN
                   CONTINUE
           END-SEARCH.
           IF WS-CPT-REASON NOT = SPACES
               PERFORM 5195-REJECT-START THRU 5195-REJECT-END
               GO TO 5194-LOAD-COMPETENCY-END
           END-IF.

           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               AT END
                   MOVE 'UNKNOWN STUDENT ID' TO WS-CPT-REASON
               WHEN WS-STUDENT-ID(IDX-STUDENT) = R-CMP-KEY
                   CONTINUE
           END-SEARCH.
           IF WS-CPT-REASON NOT = SPACES
               PERFORM 5195-REJECT-START THRU 5195-REJECT-END
               GO TO 5194-LOAD-COMPETENCY-END
           END-IF.

           MOVE 0 TO WS-CPT-ROW.
           IF WS-NB-CPT > 0
               SET IDX-CPT TO 1
               SEARCH WS-CPT-TAB
                   WHEN WS-CPT-STUDENT(IDX-CPT) = R-CMP-KEY AND
                        WS-CPT-DOMAIN(IDX-CPT) = R-CMP-DOMAIN
                       SET WS-CPT-ROW TO IDX-CPT
               END-SEARCH
           END-IF.
           IF WS-CPT-ROW = 0
               IF WS-NB-CPT >= 9999
                   MOVE 'COMPETENCY: TABLE FULL' TO WS-CPT-REASON
                   PERFORM 5195-REJECT-START THRU 5195-REJECT-END
                   GO TO 5194-LOAD-COMPETENCY-END
               END-IF
               ADD 1 TO WS-NB-CPT
               MOVE WS-NB-CPT    TO WS-CPT-ROW
               MOVE R-CMP-KEY    TO WS-CPT-STUDENT(WS-CPT-ROW)
               MOVE R-CMP-DOMAIN TO WS-CPT-DOMAIN(WS-CPT-ROW)
           END-IF.
           MOVE R-CMP-LEVEL TO WS-CPT-LEVEL(WS-CPT-ROW).
           ADD 1 TO WS-NB-ACCEPTED.
       5194-LOAD-COMPETENCY-END.
           GOBACK.

       5195-REJECT-START.
           MOVE SPACES TO REC-F-REJECT.
           MOVE WS-CPT-REASON TO R-REJ-REASON.
           MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE.
           MOVE REC-COMPETENCY TO R-REJ-RECORD.
           WRITE REC-F-REJECT.
           CALL 'test-status'.
           ADD 1 TO WS-NB-REJECTS.
       5195-REJECT-END.
           EXIT.
