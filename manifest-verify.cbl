       IDENTIFICATION DIVISION.
       PROGRAM-ID. manifest-verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selmft.

       DATA DIVISION.
       FILE SECTION.
           COPY fdmft.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MVF-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-MVF-MODE        PIC X       VALUE SPACE.
       01  WS-MVF-ENTRY       PIC X(50)   VALUE SPACES.
       01  WS-MVF-COPY        PIC X(50)   VALUE SPACES.
       01  WS-MVF-FOUND       PIC X       VALUE 'N'.
       01  WS-MVF-EXP-COUNT   PIC 9(9)    VALUE 0.
       01  WS-MVF-EXP-HASH    PIC 9(15)   VALUE 0.
       01  WS-MVF-EXP-STATE   PIC X(8)    VALUE SPACES.
       01  WS-MVF-EXP-TERM    PIC X(10)   VALUE SPACES.
       01  WS-MVF-EXP-DATE    PIC 9(8)    VALUE 0.
       01  WS-MVF-NB-CHECKED  PIC 999     VALUE 0.
       01  WS-MVF-NB-BAD      PIC 999     VALUE 0.
       01  WS-MVF-ROWS        PIC 9(9)    VALUE 0.
       01  WS-MVF-HASH-SUM    PIC 9(18)   VALUE 0.
       01  WS-MVF-HASH-CHK    PIC 9(15)   VALUE 0.
       01  WS-MVF-SELF-OK     PIC X       VALUE 'N'.

      *> The receiving office's check of what it was sent. Given the
      *> run's manifest, either one file -- the entry as listed, and
      *> where the office's copy sits if it was renamed on arrival --
      *> or every OK entry at its listed name is read back through
      *> file-hash.cbl, the same count and hash the run wrote, and
      *> compared. The manifest's own control row is checked first,
      *> so a truncated manifest is not trusted either. Condition
      *> code 0 everything agrees, 8 a copy disagrees (do not
      *> process it -- ask for it again), 12 no manifest, a damaged
      *> manifest, or an entry not in it.
       PROCEDURE DIVISION.
       1300-MANIFEST-VERIFY-START.
           MOVE 'manifest.dat' TO WS-FILE-MANIFEST-NAME.
           MOVE '00' TO F-MANIFEST-STATUS.
           MOVE '00' TO F-HASHIN-STATUS.
           MOVE 0 TO RETURN-CODE.

           DISPLAY 'MANIFEST FILE (BLANK = manifest.dat): '.
           ACCEPT WS-MVF-ENTRY.
           IF WS-MVF-ENTRY NOT = SPACES
               MOVE WS-MVF-ENTRY TO WS-FILE-MANIFEST-NAME
           END-IF.

           PERFORM 1310-CHECK-MANIFEST-START
              THRU 1310-CHECK-MANIFEST-END.
           IF WS-MVF-SELF-OK NOT = 'Y'
               MOVE 12 TO RETURN-CODE
               GO TO 1300-MANIFEST-VERIFY-END
           END-IF.

           DISPLAY '(F)ILE OR (A)LL ENTRIES ? '.
           ACCEPT WS-MVF-MODE.
           MOVE 0 TO WS-MVF-NB-CHECKED.
           MOVE 0 TO WS-MVF-NB-BAD.
           EVALUATE WS-MVF-MODE
               WHEN 'F' WHEN 'f'
                   PERFORM 1320-VERIFY-ONE-START
                      THRU 1320-VERIFY-ONE-END
               WHEN 'A' WHEN 'a'
                   PERFORM 1330-VERIFY-ALL-START
                      THRU 1330-VERIFY-ALL-END
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE -- NOTHING CHECKED'
                   MOVE 12 TO RETURN-CODE
                   GO TO 1300-MANIFEST-VERIFY-END
           END-EVALUATE.

           DISPLAY WS-MVF-RULE.
           DISPLAY 'FILES CHECKED   :' SPACE WS-MVF-NB-CHECKED.
           DISPLAY 'DISAGREEING     :' SPACE WS-MVF-NB-BAD.
           IF WS-MVF-NB-BAD > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-MANIFEST-VERIFY-END.
           GOBACK.

      *> Re-add the rows above the '*MANIFEST*' control row and hold
      *> them to it; no control row means the manifest was cut short.
       1310-CHECK-MANIFEST-START.
           MOVE 'N' TO WS-MVF-SELF-OK.
           MOVE 0 TO WS-MVF-ROWS.
           MOVE 0 TO WS-MVF-HASH-SUM.
           OPEN INPUT F-MANIFEST.
           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY 'MANIFEST' SPACE WS-FILE-MANIFEST-NAME SPACE
                       'NOT READABLE, STATUS' SPACE F-MANIFEST-STATUS
               MOVE '00' TO F-MANIFEST-STATUS
               GO TO 1310-CHECK-MANIFEST-END
           END-IF.
           PERFORM UNTIL F-MANIFEST-STATUS-EOF
               READ F-MANIFEST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-MFT-FILE = '*MANIFEST*'
                           MOVE WS-MVF-HASH-SUM TO WS-MVF-HASH-CHK
                           IF R-MFT-COUNT = WS-MVF-ROWS AND
                              R-MFT-HASH = WS-MVF-HASH-CHK
                               MOVE 'Y' TO WS-MVF-SELF-OK
                           ELSE
                               MOVE 'B' TO WS-MVF-SELF-OK
                           END-IF
                           MOVE R-MFT-TERM TO WS-MVF-EXP-TERM
                           MOVE R-MFT-DATE TO WS-MVF-EXP-DATE
                       ELSE
                           ADD 1 TO WS-MVF-ROWS
                           IF R-MFT-IS-OK
                               ADD R-MFT-HASH TO WS-MVF-HASH-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST.
           MOVE '00' TO F-MANIFEST-STATUS.

           EVALUATE WS-MVF-SELF-OK
               WHEN 'Y'
                   DISPLAY 'MANIFEST OF TERM' SPACE WS-MVF-EXP-TERM
                           SPACE 'RUN' SPACE WS-MVF-EXP-DATE SPACE
                           '--' SPACE WS-MVF-ROWS SPACE 'ENTRIES'
               WHEN 'B'
                   DISPLAY 'MANIFEST DAMAGED -- CONTROL ROW DOES NOT'
                           SPACE 'MATCH ITS ENTRIES'
               WHEN OTHER
                   DISPLAY 'MANIFEST INCOMPLETE -- NO CONTROL ROW'
           END-EVALUATE.
       1310-CHECK-MANIFEST-END.
           EXIT.

       1320-VERIFY-ONE-START.
           DISPLAY 'FILE AS LISTED IN THE MANIFEST: '.
           ACCEPT WS-MVF-ENTRY.
           DISPLAY 'YOUR COPY (BLANK = SAME NAME): '.
           ACCEPT WS-MVF-COPY.
           IF WS-MVF-COPY = SPACES
               MOVE WS-MVF-ENTRY TO WS-MVF-COPY
           END-IF.

           MOVE 'N' TO WS-MVF-FOUND.
           OPEN INPUT F-MANIFEST.
           PERFORM UNTIL F-MANIFEST-STATUS-EOF
               READ F-MANIFEST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-MFT-FILE = WS-MVF-ENTRY
                           MOVE 'Y' TO WS-MVF-FOUND
                           MOVE R-MFT-COUNT TO WS-MVF-EXP-COUNT
                           MOVE R-MFT-HASH  TO WS-MVF-EXP-HASH
                           MOVE R-MFT-STATE TO WS-MVF-EXP-STATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST.
           MOVE '00' TO F-MANIFEST-STATUS.

           IF WS-MVF-FOUND = 'N'
               DISPLAY WS-MVF-ENTRY SPACE 'IS NOT IN THE MANIFEST'
               MOVE 12 TO RETURN-CODE
               GO TO 1320-VERIFY-ONE-END
           END-IF.
           IF WS-MVF-EXP-STATE NOT = 'OK'
               DISPLAY WS-MVF-ENTRY SPACE 'IS LISTED' SPACE
                       WS-MVF-EXP-STATE SPACE
                       '-- THE RUN DID NOT PRODUCE IT'
               MOVE 12 TO RETURN-CODE
               GO TO 1320-VERIFY-ONE-END
           END-IF.
           PERFORM 1340-COMPARE-COPY-START
              THRU 1340-COMPARE-COPY-END.
       1320-VERIFY-ONE-END.
           EXIT.

       1330-VERIFY-ALL-START.
           OPEN INPUT F-MANIFEST.
           PERFORM UNTIL F-MANIFEST-STATUS-EOF
               READ F-MANIFEST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-MFT-FILE NOT = '*MANIFEST*' AND
                          R-MFT-IS-OK
                           MOVE R-MFT-FILE  TO WS-MVF-ENTRY
                           MOVE R-MFT-FILE  TO WS-MVF-COPY
                           MOVE R-MFT-COUNT TO WS-MVF-EXP-COUNT
                           MOVE R-MFT-HASH  TO WS-MVF-EXP-HASH
                           PERFORM 1340-COMPARE-COPY-START
                              THRU 1340-COMPARE-COPY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST.
           MOVE '00' TO F-MANIFEST-STATUS.
       1330-VERIFY-ALL-END.
           EXIT.

       1340-COMPARE-COPY-START.
           ADD 1 TO WS-MVF-NB-CHECKED.
           MOVE WS-MVF-COPY TO WS-FILE-HASHIN-NAME.
           CALL 'file-hash'.
           IF WS-HSH-UNREADABLE
               ADD 1 TO WS-MVF-NB-BAD
               DISPLAY 'UNREADABLE  ' WS-MVF-COPY
               GO TO 1340-COMPARE-COPY-END
           END-IF.
           IF WS-HSH-COUNT = WS-MVF-EXP-COUNT AND
              WS-HSH-VALUE = WS-MVF-EXP-HASH
               DISPLAY 'VERIFIED    ' WS-MVF-COPY SPACE
                       WS-HSH-COUNT SPACE 'RECORDS'
           ELSE
               ADD 1 TO WS-MVF-NB-BAD
               DISPLAY 'DISAGREES   ' WS-MVF-COPY
               DISPLAY '  RECORDS EXPECTED' SPACE WS-MVF-EXP-COUNT
                       SPACE 'FOUND' SPACE WS-HSH-COUNT
               DISPLAY '  HASH    EXPECTED' SPACE WS-MVF-EXP-HASH
                       SPACE 'FOUND' SPACE WS-HSH-VALUE
           END-IF.
       1340-COMPARE-COPY-END.
           EXIT.
