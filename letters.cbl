       01  WS-IND-GD          PIC 999     VALUE 0.
       01  WS-HAS-ADDRESS     PIC X       VALUE 'N'.

      *> Pieces queued for the print run, one per letter copy, and
      *> then printed household by household: every child's letter
      *> to the same contact and address goes out consecutively,
      *> under one envelope number (household.cbl). Household 0 is
      *> the unaddressed copy of a student with no contact on file.
       01  WS-NB-PCE          PIC 9(4)    VALUE 0.
       01  WS-PCE-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-PCE
                              INDEXED BY IDX-PCE.
           03 WS-PCE-HSH      PIC 999.
           03 WS-PCE-ST       PIC 999.
           03 WS-PCE-GD       PIC 999.
           03 WS-PCE-KIND     PIC X.
       01  WS-PCE-ROW         PIC 9(4)    VALUE 0.
       01  WS-PCE-LAST-HSH    PIC 999     VALUE 0.
       01  WS-PCE-SEQ         PIC 999     VALUE 0.

       01  WS-ENVELOPE-LINE.
           03 FILLER          PIC X(9)    VALUE 'ENVELOPE '.
           03 WS-ENV-NUMBER   PIC 999.
           03 FILLER          PIC X(11)   VALUE '  - LETTER '.
           03 WS-ENV-SEQ      PIC ZZ9.
           03 FILLER          PIC X(4)    VALUE ' OF '.
           03 WS-ENV-OF       PIC ZZ9.

       01  WS-FAIL-LINE.
           03 FILLER          PIC X(4)    VALUE '  - '.
           03 WS-FL-COURSE    PIC X(21).

           MOVE 'Y' TO WS-FIRST-LETTER.
           MOVE 0 TO WS-NB-LETTERS.
           MOVE 0 TO WS-NB-PCE.
           CALL 'household'.
      *> A withdrawn student gets neither letter -- their partial
      *> average is not a term result, and a probation letter mailed
      *> to a family that already left is exactly the kind of thing
      *> the secretariat used to catch by hand.
      *> A student under an administrative hold gets no letter
      *> either; hold-check.cbl lists the one withheld.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   MOVE 'N' TO WS-HLD-HELD
                   IF NOT WS-STUDENT-IS-WITHDRAWN(WS-IND-ST) AND
                      (WS-STUDENT-AVG(WS-IND-ST) >= WS-AWARD-MARK OR
                       WS-STUDENT-AVG(WS-IND-ST) < WS-PROB-MARK)
                       MOVE 'C' TO WS-HLD-ACTION
                       MOVE WS-STUDENT-ID(WS-IND-ST) TO WS-HLD-STUDENT
                       MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-HLD-NAME
                       MOVE 'LETTER' TO WS-HLD-DOC
                       CALL 'hold-check'
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-STUDENT-IS-WITHDRAWN(WS-IND-ST)
                           CONTINUE
                       WHEN WS-HLD-IS-HELD
                           CONTINUE
                       WHEN WS-STUDENT-AVG(WS-IND-ST) >= WS-AWARD-MARK
                           PERFORM 7320-WRITE-AWARD-START
                              THRU 7320-WRITE-AWARD-END
                   END-EVALUATE
           END-PERFORM.

           IF WS-NB-PCE > 1
               SORT WS-PCE-TAB
                   ON ASCENDING KEY WS-PCE-HSH
                   ON ASCENDING KEY WS-PCE-ST
           END-IF.
           MOVE 999 TO WS-PCE-LAST-HSH.
           MOVE 0 TO WS-PCE-SEQ.
           PERFORM VARYING WS-PCE-ROW FROM 1 BY 1
              UNTIL WS-PCE-ROW > WS-NB-PCE
                   PERFORM 7390-PRINT-PIECE-START
                      THRU 7390-PRINT-PIECE-END
           END-PERFORM.

           CLOSE F-LETTERS.
           DISPLAY 'LETTERS GENERATED :' SPACE WS-NB-LETTERS.
       7300-LETTERS-END.
      *> two differently addressed copies), or a single unaddressed
      *> copy when no contact is on file so the run never goes out
      *> letterless -- the mail room pairs that one off the
      *> no-contact audit flag. Copies are queued here and printed
      *> by household afterwards (7390).
       7320-WRITE-AWARD-START.
           MOVE 'A' TO WS-LETTER-KIND.
           PERFORM 7325-EMIT-FOR-CONTACTS-START
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-GRD-AUTHORIZED(WS-IND-GD)
                       ADD 1 TO WS-NB-COPIES
                       PERFORM 7326-QUEUE-PIECE-START
                          THRU 7326-QUEUE-PIECE-END
                   END-IF
           END-PERFORM.
           IF WS-NB-COPIES = 0
               MOVE 0 TO WS-IND-GD
               PERFORM 7326-QUEUE-PIECE-START
                  THRU 7326-QUEUE-PIECE-END
           END-IF.
       7325-EMIT-FOR-CONTACTS-END.
           EXIT.

       7326-QUEUE-PIECE-START.
           IF WS-NB-PCE >= 9999
               GO TO 7326-QUEUE-PIECE-END
           END-IF.
           ADD 1 TO WS-NB-PCE.
           MOVE 0 TO WS-PCE-HSH(WS-NB-PCE).
           IF WS-IND-GD > 0
               MOVE WS-HSH-OF-GRD(WS-IND-GD) TO WS-PCE-HSH(WS-NB-PCE)
           END-IF.
           MOVE WS-IND-ST      TO WS-PCE-ST(WS-NB-PCE).
           MOVE WS-IND-GD      TO WS-PCE-GD(WS-NB-PCE).
           MOVE WS-LETTER-KIND TO WS-PCE-KIND(WS-NB-PCE).
           IF WS-PCE-HSH(WS-NB-PCE) > 0
               ADD 1 TO WS-HSH-LETTERS(WS-PCE-HSH(WS-NB-PCE))
               ADD 1 TO WS-HSH-GRD-PCS(WS-IND-GD)
           END-IF.
       7326-QUEUE-PIECE-END.
           EXIT.

      *> The envelope line heads each addressed copy, so the folder
      *> knows which pages go in together and that it has them all.
       7390-PRINT-PIECE-START.
           MOVE WS-PCE-ST(WS-PCE-ROW)   TO WS-IND-ST.
           MOVE WS-PCE-GD(WS-PCE-ROW)   TO WS-IND-GD.
           MOVE WS-PCE-KIND(WS-PCE-ROW) TO WS-LETTER-KIND.
           IF WS-PCE-HSH(WS-PCE-ROW) NOT = WS-PCE-LAST-HSH
               MOVE WS-PCE-HSH(WS-PCE-ROW) TO WS-PCE-LAST-HSH
               MOVE 0 TO WS-PCE-SEQ
           END-IF.
           ADD 1 TO WS-PCE-SEQ.
           IF WS-IND-GD > 0
               MOVE 'Y' TO WS-HAS-ADDRESS
               MOVE WS-PCE-LAST-HSH TO WS-ENV-NUMBER
               MOVE WS-PCE-SEQ TO WS-ENV-SEQ
               MOVE WS-HSH-LETTERS(WS-PCE-LAST-HSH) TO WS-ENV-OF
           ELSE
               MOVE 'N' TO WS-HAS-ADDRESS
           END-IF.
           PERFORM 7327-EMIT-ONE-COPY-START
              THRU 7327-EMIT-ONE-COPY-END.
       7390-PRINT-PIECE-END.
           EXIT.

       7327-EMIT-ONE-COPY-START.
           PERFORM 7340-LETTER-BREAK-START
              THRU 7340-LETTER-BREAK-END.
           IF WS-HAS-ADDRESS = 'Y'
               MOVE SPACES TO REC-F-LETTERS
               MOVE WS-ENVELOPE-LINE TO REC-F-LETTERS
               WRITE REC-F-LETTERS
               MOVE SPACES TO REC-F-LETTERS
               MOVE WS-GRD-NAME(WS-IND-GD) TO REC-F-LETTERS
               WRITE REC-F-LETTERS
