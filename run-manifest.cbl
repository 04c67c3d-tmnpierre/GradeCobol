       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-manifest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selmft.

       DATA DIVISION.
       FILE SECTION.
           COPY fdmft.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-MFT-CAND            PIC X(50)   VALUE SPACES.
       01  WS-MFT-NB-ROWS         PIC 9(9)    VALUE 0.
       01  WS-MFT-NB-MISSING      PIC 999     VALUE 0.
       01  WS-MFT-HASH-SUM        PIC 9(18)   VALUE 0.
       01  WS-MFT-BURST-SEQ       PIC 999     VALUE 0.

      *> Run output manifest, written once every output of the run
      *> is closed. One row per file the run hands to another office
      *> -- name as actually written (generation suffix included),
      *> term, run date, record count and control hash, both from
      *> file-hash.cbl reading the file back -- so a receiving office
      *> can prove its copy complete with manifest-verify.cbl before
      *> it processes anything. A file this kind of run should have
      *> produced that cannot be read back is listed MISSING, not
      *> left out. The indexed stores (history index, course
      *> results) are not deliverables and are not listed.
       PROCEDURE DIVISION.
       7700-RUN-MANIFEST-START.
           MOVE 0 TO WS-MFT-NB-ROWS.
           MOVE 0 TO WS-MFT-NB-MISSING.
           MOVE 0 TO WS-MFT-HASH-SUM.
           OPEN OUTPUT F-MANIFEST.
           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY 'MANIFEST' SPACE WS-FILE-MANIFEST-NAME SPACE
                       'NOT OPENED, STATUS' SPACE F-MANIFEST-STATUS
               MOVE '00' TO F-MANIFEST-STATUS
               GO TO 7700-RUN-MANIFEST-END
           END-IF.

           MOVE WS-FILE-OUTPUT-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-REJECT-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-SUSPECT-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-PENDLIST-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.

           IF WS-IS-PROGRESS
               MOVE WS-FILE-ATRISK-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           ELSE
               PERFORM 7720-LIST-POSTING-START
                  THRU 7720-LIST-POSTING-END
           END-IF.
           IF WS-IS-GBMERGE
               MOVE WS-FILE-GBMRPT-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           IF WS-MEET-BUILT = 'Y'
               MOVE WS-FILE-MEETSCHED-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
               MOVE WS-FILE-MEETINV-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.

           MOVE SPACES TO REC-F-MANIFEST.
           MOVE '*MANIFEST*' TO R-MFT-FILE.
           MOVE WS-TERM TO R-MFT-TERM.
           MOVE WS-RUN-DATE TO R-MFT-DATE.
           MOVE WS-MFT-NB-ROWS TO R-MFT-COUNT.
           MOVE WS-MFT-HASH-SUM TO R-MFT-HASH.
           MOVE 'OK' TO R-MFT-STATE.
           WRITE REC-F-MANIFEST.
           CLOSE F-MANIFEST.
           MOVE '00' TO F-MANIFEST-STATUS.

           DISPLAY 'MANIFEST:' SPACE WS-MFT-NB-ROWS SPACE
                   'OUTPUT(S) LISTED IN' SPACE WS-FILE-MANIFEST-NAME.
           IF WS-MFT-NB-MISSING > 0
               DISPLAY 'MANIFEST:' SPACE WS-MFT-NB-MISSING SPACE
                       'EXPECTED OUTPUT(S) MISSING'
           END-IF.
       7700-RUN-MANIFEST-END.
           GOBACK.

      *> The end-of-term deliverables of a posting run.
       7720-LIST-POSTING-START.
           MOVE WS-FILE-MISSWORK-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-COUNCIL-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-SIS-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-NOTIFY-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-BURSAR-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-PASSED-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-SECTCMP-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-WAITLIST-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-EXAMCONF-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           IF WS-NB-ACM > 0
               MOVE WS-FILE-EXAMACC-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           IF WS-SEAT-PLANNED = 'Y'
               MOVE WS-FILE-SEATPLAN-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
               MOVE WS-FILE-INVIGIL-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           IF WS-HOLD-REPORTED = 'Y'
               MOVE WS-FILE-HELDRPT-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           IF WS-IS-CAND-GEN
               MOVE WS-FILE-CANDKEY-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
               MOVE WS-FILE-CANDLIST-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           MOVE WS-FILE-CSVSTUD-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-CSVCRS-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-SIGNOFF-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-TEAWORK-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-TRANSCRIPT-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           IF WS-IS-FOREIGN
               MOVE WS-FILE-FORTRN-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           MOVE WS-FILE-LETTERS-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           MOVE WS-FILE-MAILMFT-NAME TO WS-MFT-CAND.
           PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END.
           IF WS-PORTAL-BUILT = 'Y'
               MOVE WS-FILE-PORTAL-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
           END-IF.
           IF WS-IS-BURST
               MOVE WS-FILE-DISTLIST-NAME TO WS-MFT-CAND
               PERFORM 7710-LIST-FILE-START THRU 7710-LIST-FILE-END
      *> Every section / teacher print file, named the way
      *> burst-report.cbl cut them.
               PERFORM VARYING WS-MFT-BURST-SEQ FROM 1 BY 1
                  UNTIL WS-MFT-BURST-SEQ > WS-NB-BURST
                       MOVE SPACES TO WS-MFT-CAND
                       STRING WS-BURST-PREFIX  DELIMITED BY SPACE
                              WS-MFT-BURST-SEQ DELIMITED BY SIZE
                              '.dat'           DELIMITED BY SIZE
                              INTO WS-MFT-CAND
                       END-STRING
                       PERFORM 7710-LIST-FILE-START
                          THRU 7710-LIST-FILE-END
               END-PERFORM
           END-IF.
       7720-LIST-POSTING-END.
           EXIT.

       7710-LIST-FILE-START.
           MOVE WS-MFT-CAND TO WS-FILE-HASHIN-NAME.
           CALL 'file-hash'.
           MOVE SPACES TO REC-F-MANIFEST.
           MOVE WS-MFT-CAND TO R-MFT-FILE.
           MOVE WS-TERM TO R-MFT-TERM.
           MOVE WS-RUN-DATE TO R-MFT-DATE.
           IF WS-HSH-READ
               MOVE WS-HSH-COUNT TO R-MFT-COUNT
               MOVE WS-HSH-VALUE TO R-MFT-HASH
               MOVE 'OK' TO R-MFT-STATE
               ADD WS-HSH-VALUE TO WS-MFT-HASH-SUM
           ELSE
               MOVE 0 TO R-MFT-COUNT
               MOVE 0 TO R-MFT-HASH
               MOVE 'MISSING' TO R-MFT-STATE
               ADD 1 TO WS-MFT-NB-MISSING
           END-IF.
           WRITE REC-F-MANIFEST.
           ADD 1 TO WS-MFT-NB-ROWS.
       7710-LIST-FILE-END.
           EXIT.
