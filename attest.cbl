
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY searec.

       01  F-ATTEST-STATUS    PIC X(02)   VALUE '00'.
      *> via the identity cross-reference, a registrar/SIS number,
      *> plus the term; answers with a formal attestation document
      *> stamped with the term's seal date, or an explicit NO SEALED
      *> RESULT -- never a shrug. A student under an administrative
      *> hold is told so and sent to the office holding it; the
      *> refusal goes on the held-documents report.
       PROCEDURE DIVISION.
       0970-ATTEST-START.
           MOVE 'sealed.dat'  TO WS-FILE-SEALED-NAME.
           MOVE 'termreg.dat' TO WS-FILE-TERMREG-NAME.
           MOVE 'xref.dat'    TO WS-FILE-XREF-NAME.
           MOVE 'holds.dat'   TO WS-FILE-HOLDS-NAME.
           MOVE 'heldrpt.dat' TO WS-FILE-HELDRPT-NAME.
           MOVE '00' TO F-SEALED-STATUS.
           MOVE '00' TO F-TERMREG-STATUS.
           MOVE '00' TO F-XREF-STATUS.
               GOBACK
           END-IF.

           MOVE 'C' TO WS-HLD-ACTION.
           MOVE WS-QUERY-ID TO WS-HLD-STUDENT.
           MOVE WS-SEA-NAME TO WS-HLD-NAME.
           MOVE 'ATTESTATION' TO WS-HLD-DOC.
           CALL 'hold-check'.
           IF WS-HLD-IS-HELD
               MOVE 'A' TO WS-HLD-ACTION
               CALL 'hold-check'
               DISPLAY 'ATTESTATION WITHHELD: ADMINISTRATIVE HOLD ON'
                       SPACE 'STUDENT' SPACE WS-QUERY-ID
               DISPLAY 'HOLDS LISTED ON' SPACE WS-FILE-HELDRPT-NAME
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0976-FIND-SEAL-DATE-START
              THRU 0976-FIND-SEAL-DATE-END.
           PERFORM 0978-PRINT-ATTESTATION-START
