       IDENTIFICATION DIVISION.
       PROGRAM-ID. board-ack.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selbrg.
           COPY selbrt.
           COPY selbak.

       DATA DIVISION.
       FILE SECTION.
           COPY fdbrg.
           COPY fdbrt.
           COPY fdbak.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY brdrec.

       01  WS-BAK-RULE        PIC X(72)   VALUE ALL '-'.
       01  WS-BAK-ROW         PIC 999     VALUE 0.
       01  WS-IND-BR          PIC 999     VALUE 0.
       01  WS-NB-BAK-SENT     PIC 999     VALUE 0.
       01  WS-NB-BAK-OK       PIC 999     VALUE 0.
       01  WS-NB-BAK-REFUSED  PIC 999     VALUE 0.
       01  WS-NB-BAK-SILENT   PIC 999     VALUE 0.
       01  WS-NB-BAK-STRAY    PIC 999     VALUE 0.

      *> The board's return rows, each flagged once a sent
      *> candidate claims it.
       01  WS-NB-BRR          PIC 999     VALUE 0.
       01  WS-BRR-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-BRR
                              INDEXED BY IDX-BRR.
           03 WS-BRR-REG-ID   PIC X(8).
           03 WS-BRR-VERDICT  PIC X.
           03 WS-BRR-BOARD-NO PIC X(10).
           03 WS-BRR-REASON   PIC X(30).
           03 WS-BRR-MATCHED  PIC X.

       01  WS-BAK-LINE.
           03 WS-BKL-REG-ID   PIC X(8).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BKL-NAME     PIC X(20).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BKL-VERDICT  PIC X(16).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-BKL-DETAIL   PIC X(30).
       01  WS-BAK-TOTAL-LINE.
           03 WS-BKT-LABEL    PIC X(28).
           03 WS-BKT-VALUE    PIC ZZZ9.

      *> Return-file step for the exam-board registration: match the
      *> board's return file row-by-row against what board-reg.cbl
      *> sent, keyed on the registrar number, and report every
      *> candidate as accepted (with the board's candidate number),
      *> refused (with the board's reason) or never answered, plus
      *> any return row for a candidate we did not send. Condition
      *> code: 0 every candidate accepted, 4 refusals or candidates
      *> unanswered, 8 no return file or no extract to match.
       PROCEDURE DIVISION.
       0560-BOARD-ACK-START.
           MOVE 'boardreg.dat' TO WS-FILE-BOARDREG-NAME.
           MOVE 'boardret.dat' TO WS-FILE-BOARDRET-NAME.
           MOVE 'boardack.dat' TO WS-FILE-BOARDACK-NAME.
           MOVE '00' TO F-BOARDREG-STATUS.
           MOVE '00' TO F-BOARDRET-STATUS.
           MOVE '00' TO F-BOARDACK-STATUS.
           MOVE 0 TO RETURN-CODE.

           OPEN INPUT F-BOARDRET.
           IF NOT F-BOARDRET-STATUS-OK
               DISPLAY 'NO BOARD RETURN FILE, STATUS' SPACE
                       F-BOARDRET-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-NB-BRR.
           PERFORM UNTIL F-BOARDRET-STATUS-EOF
               READ F-BOARDRET
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-BRT-REG-ID NOT = SPACES AND
                          WS-NB-BRR < 999
                           ADD 1 TO WS-NB-BRR
                           MOVE R-BRT-REG-ID   TO
                                WS-BRR-REG-ID(WS-NB-BRR)
                           MOVE R-BRT-VERDICT  TO
                                WS-BRR-VERDICT(WS-NB-BRR)
                           MOVE R-BRT-BOARD-NO TO
                                WS-BRR-BOARD-NO(WS-NB-BRR)
                           MOVE R-BRT-REASON   TO
                                WS-BRR-REASON(WS-NB-BRR)
                           MOVE 'N' TO WS-BRR-MATCHED(WS-NB-BRR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARDRET.

           OPEN INPUT F-BOARDREG.
           IF NOT F-BOARDREG-STATUS-OK
               DISPLAY 'NO BOARD EXTRACT TO MATCH, STATUS' SPACE
                       F-BOARDREG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-BOARDACK.
           IF NOT F-BOARDACK-STATUS-OK
               DISPLAY 'BOARD-ACK: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-BOARDACK-STATUS
               CLOSE F-BOARDREG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'EXAM-BOARD REGISTRATION -- RETURN FILE MATCH'
               TO REC-F-BOARDACK.
           WRITE REC-F-BOARDACK.
           MOVE WS-BAK-RULE TO REC-F-BOARDACK.
           WRITE REC-F-BOARDACK.

           PERFORM UNTIL F-BOARDREG-STATUS-EOF
               READ F-BOARDREG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REC-F-BOARDREG(1:1) = 'C'
                           MOVE REC-F-BOARDREG TO WS-BRD-CAND-LINE
                           PERFORM 0562-MATCH-CANDIDATE-START
                              THRU 0562-MATCH-CANDIDATE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARDREG.

           PERFORM VARYING WS-IND-BR FROM 1 BY 1
              UNTIL WS-IND-BR > WS-NB-BRR
                   IF WS-BRR-MATCHED(WS-IND-BR) = 'N'
                       ADD 1 TO WS-NB-BAK-STRAY
                       MOVE WS-BRR-REG-ID(WS-IND-BR) TO WS-BKL-REG-ID
                       MOVE SPACES TO WS-BKL-NAME
                       MOVE 'NOT SENT BY US' TO WS-BKL-VERDICT
                       IF WS-BRR-VERDICT(WS-IND-BR) = 'A'
                           MOVE WS-BRR-BOARD-NO(WS-IND-BR) TO
                                WS-BKL-DETAIL
                       ELSE
                           MOVE WS-BRR-REASON(WS-IND-BR) TO
                                WS-BKL-DETAIL
                       END-IF
                       MOVE SPACES TO REC-F-BOARDACK
                       MOVE WS-BAK-LINE TO REC-F-BOARDACK
                       WRITE REC-F-BOARDACK
                   END-IF
           END-PERFORM.

           MOVE WS-BAK-RULE TO REC-F-BOARDACK.
           WRITE REC-F-BOARDACK.
           MOVE 'CANDIDATES SENT           : ' TO WS-BKT-LABEL.
           MOVE WS-NB-BAK-SENT TO WS-BKT-VALUE.
           PERFORM 0564-WRITE-TOTAL-START THRU 0564-WRITE-TOTAL-END.
           MOVE 'ACCEPTED BY THE BOARD     : ' TO WS-BKT-LABEL.
           MOVE WS-NB-BAK-OK TO WS-BKT-VALUE.
           PERFORM 0564-WRITE-TOTAL-START THRU 0564-WRITE-TOTAL-END.
           MOVE 'REFUSED BY THE BOARD      : ' TO WS-BKT-LABEL.
           MOVE WS-NB-BAK-REFUSED TO WS-BKT-VALUE.
           PERFORM 0564-WRITE-TOTAL-START THRU 0564-WRITE-TOTAL-END.
           MOVE 'NO ANSWER FROM THE BOARD  : ' TO WS-BKT-LABEL.
           MOVE WS-NB-BAK-SILENT TO WS-BKT-VALUE.
           PERFORM 0564-WRITE-TOTAL-START THRU 0564-WRITE-TOTAL-END.
           MOVE 'RETURNED, NOT SENT BY US  : ' TO WS-BKT-LABEL.
           MOVE WS-NB-BAK-STRAY TO WS-BKT-VALUE.
           PERFORM 0564-WRITE-TOTAL-START THRU 0564-WRITE-TOTAL-END.
           CLOSE F-BOARDACK.

           DISPLAY 'BOARD RETURN:' SPACE 'ACCEPTED' SPACE
                   WS-NB-BAK-OK SPACE 'REFUSED' SPACE
                   WS-NB-BAK-REFUSED SPACE 'NO ANSWER' SPACE
                   WS-NB-BAK-SILENT.
           IF WS-NB-BAK-REFUSED > 0 OR WS-NB-BAK-SILENT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0560-BOARD-ACK-END.
           GOBACK.

      *> The last return row for a registrar number wins -- a board
      *> that re-processes a corrected candidate answers again.
       0562-MATCH-CANDIDATE-START.
           ADD 1 TO WS-NB-BAK-SENT.
           MOVE 0 TO WS-BAK-ROW.
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
              UNTIL WS-IND-BR > WS-NB-BRR
                   IF WS-BRR-REG-ID(WS-IND-BR) = WS-BRC-REG-ID
                       MOVE WS-IND-BR TO WS-BAK-ROW
                       MOVE 'Y' TO WS-BRR-MATCHED(WS-IND-BR)
                   END-IF
           END-PERFORM.
           MOVE WS-BRC-REG-ID TO WS-BKL-REG-ID.
           MOVE WS-BRC-NAME   TO WS-BKL-NAME.
           MOVE SPACES        TO WS-BKL-DETAIL.
           EVALUATE TRUE
               WHEN WS-BAK-ROW = 0
                   ADD 1 TO WS-NB-BAK-SILENT
                   MOVE 'NO ANSWER' TO WS-BKL-VERDICT
               WHEN WS-BRR-VERDICT(WS-BAK-ROW) = 'A'
                   ADD 1 TO WS-NB-BAK-OK
                   MOVE 'ACCEPTED' TO WS-BKL-VERDICT
                   MOVE WS-BRR-BOARD-NO(WS-BAK-ROW) TO WS-BKL-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-NB-BAK-REFUSED
                   MOVE 'REFUSED' TO WS-BKL-VERDICT
                   MOVE WS-BRR-REASON(WS-BAK-ROW) TO WS-BKL-DETAIL
           END-EVALUATE.
           MOVE SPACES TO REC-F-BOARDACK.
           MOVE WS-BAK-LINE TO REC-F-BOARDACK.
           WRITE REC-F-BOARDACK.
       0562-MATCH-CANDIDATE-END.
           EXIT.

       0564-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-BOARDACK.
           MOVE WS-BAK-TOTAL-LINE TO REC-F-BOARDACK.
           WRITE REC-F-BOARDACK.
       0564-WRITE-TOTAL-END.
           EXIT.
