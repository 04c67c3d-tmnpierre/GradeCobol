       IDENTIFICATION DIVISION.
       PROGRAM-ID. household.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY tables.

       01  WS-HSH-ROW         PIC 999     VALUE 0.
       01  WS-HSH-GRD         PIC 999     VALUE 0.
       01  WS-HSH-SCAN        PIC 999     VALUE 0.

      *> Groups the authorized guardian rows into households the
      *> first time a mailing asks, and leaves the grouping alone for
      *> the rest of the run so letters.cbl and notify-extract.cbl put
      *> the same children in the same envelope. Contact name and both
      *> address lines must match exactly -- two spellings of one
      *> street stay two households rather than risk mailing a
      *> child's results to the wrong family.
       PROCEDURE DIVISION.
       4600-HOUSEHOLD-START.
           IF WS-HSH-BUILT = 'Y'
               GO TO 4600-HOUSEHOLD-END
           END-IF.
           MOVE 'Y' TO WS-HSH-BUILT.
           MOVE 0 TO WS-NB-HSH.
           PERFORM VARYING WS-HSH-GRD FROM 1 BY 1
              UNTIL WS-HSH-GRD > WS-NB-GUARDIANS
                   MOVE 0 TO WS-HSH-OF-GRD(WS-HSH-GRD)
                   MOVE 0 TO WS-HSH-GRD-PCS(WS-HSH-GRD)
                   IF WS-GRD-AUTHORIZED(WS-HSH-GRD)
                       PERFORM 4610-PLACE-CONTACT-START
                          THRU 4610-PLACE-CONTACT-END
                   END-IF
           END-PERFORM.
       4600-HOUSEHOLD-END.
           GOBACK.

       4610-PLACE-CONTACT-START.
           MOVE 0 TO WS-HSH-ROW.
           PERFORM VARYING WS-HSH-SCAN FROM 1 BY 1
              UNTIL WS-HSH-SCAN > WS-NB-HSH OR WS-HSH-ROW > 0
                   IF WS-HSH-NAME(WS-HSH-SCAN) =
                      WS-GRD-NAME(WS-HSH-GRD) AND
                      WS-HSH-ADDR1(WS-HSH-SCAN) =
                      WS-GRD-ADDR1(WS-HSH-GRD) AND
                      WS-HSH-ADDR2(WS-HSH-SCAN) =
                      WS-GRD-ADDR2(WS-HSH-GRD)
                       MOVE WS-HSH-SCAN TO WS-HSH-ROW
                   END-IF
           END-PERFORM.
           IF WS-HSH-ROW = 0
               ADD 1 TO WS-NB-HSH
               MOVE WS-NB-HSH TO WS-HSH-ROW
               MOVE WS-GRD-NAME(WS-HSH-GRD)  TO WS-HSH-NAME(WS-HSH-ROW)
               MOVE WS-GRD-ADDR1(WS-HSH-GRD) TO WS-HSH-ADDR1(WS-HSH-ROW)
               MOVE WS-GRD-ADDR2(WS-HSH-GRD) TO WS-HSH-ADDR2(WS-HSH-ROW)
               MOVE 'N' TO WS-HSH-POSTAL(WS-HSH-ROW)
               MOVE 0 TO WS-HSH-LETTERS(WS-HSH-ROW)
               MOVE 0 TO WS-HSH-NOTICES(WS-HSH-ROW)
           END-IF.
           IF WS-GRD-CHANNEL(WS-HSH-GRD) = 'M'
               MOVE 'Y' TO WS-HSH-POSTAL(WS-HSH-ROW)
           END-IF.
           MOVE WS-HSH-ROW TO WS-HSH-OF-GRD(WS-HSH-GRD).
       4610-PLACE-CONTACT-END.
           EXIT.
