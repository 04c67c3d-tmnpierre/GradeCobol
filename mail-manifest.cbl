       IDENTIFICATION DIVISION.
       PROGRAM-ID. mail-manifest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selmml.

       DATA DIVISION.
       FILE SECTION.
           COPY fdmml.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-MML-RULE        PIC X(72)   VALUE ALL '-'.
       01  WS-MML-HSH         PIC 999     VALUE 0.
       01  WS-MML-GRD         PIC 999     VALUE 0.
       01  WS-MML-PIECES      PIC 9(4)    VALUE 0.
       01  WS-MML-HOUSEHOLDS  PIC 9(4)    VALUE 0.
       01  WS-MML-ENVELOPES   PIC 9(4)    VALUE 0.
       01  WS-MML-POSTAL-PCS  PIC 9(4)    VALUE 0.
       01  WS-MML-TOTAL-PCS   PIC 9(4)    VALUE 0.
       01  WS-MML-SAVED       PIC 9(4)    VALUE 0.

       01  WS-MML-HEADER.
           03 FILLER          PIC X(24)  VALUE
              'MAIL-ROOM MANIFEST -- '.
           03 WS-MMH-TERM     PIC X(10).

       01  WS-MML-HSH-LINE.
           03 FILLER          PIC X(9)   VALUE 'ENVELOPE '.
           03 WS-MMS-NUMBER   PIC 999.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-MMS-CHANNEL  PIC X(6).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-MMS-NAME     PIC X(20).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(9)   VALUE 'LETTERS: '.
           03 WS-MMS-LETTERS  PIC ZZ9.
           03 FILLER          PIC X(11)  VALUE '  NOTICES: '.
           03 WS-MMS-NOTICES  PIC ZZ9.

       01  WS-MML-ADDR-LINE.
           03 FILLER          PIC X(15)  VALUE SPACES.
           03 WS-MMA-ADDR     PIC X(30).

       01  WS-MML-CHILD-LINE.
           03 FILLER          PIC X(15)  VALUE '      CHILD   '.
           03 WS-MMC-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-MMC-NAME     PIC X(13).
           03 FILLER          PIC X(10)  VALUE '  PIECES: '.
           03 WS-MMC-PIECES   PIC Z9.

       01  WS-MML-TOTAL-LINE.
           03 WS-MMT-LABEL    PIC X(28).
           03 WS-MMT-VALUE    PIC ZZZ9.

      *> The mail room's packing list for the results mailing: one
      *> entry per household with something to send, its channel,
      *> address and the children whose letters and notices go in
      *> the envelope (a child whose documents are withheld is not
      *> listed), then the totals the postage budget is checked
      *> against -- envelopes actually posted and the envelopes the
      *> grouping saved over one per piece. Electronic households
      *> are listed but post nothing. Students with no contact on
      *> file are counted, not listed: their unaddressed copies go
      *> to the secretariat, off the no-contact audit flag.
       PROCEDURE DIVISION.
       6190-MAIL-MANIFEST-START.
           CALL 'household'.
           MOVE '00' TO F-MAILMFT-STATUS.
           OPEN OUTPUT F-MAILMFT.
           IF NOT F-MAILMFT-STATUS-OK
               DISPLAY 'MAIL-MANIFEST: UNABLE TO OPEN OUTPUT, STATUS'
                       SPACE F-MAILMFT-STATUS
               GO TO 6190-MAIL-MANIFEST-END
           END-IF.

           MOVE WS-TERM TO WS-MMH-TERM.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-HEADER TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-RULE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.

           MOVE 0 TO WS-MML-HOUSEHOLDS.
           MOVE 0 TO WS-MML-ENVELOPES.
           MOVE 0 TO WS-MML-POSTAL-PCS.
           MOVE 0 TO WS-MML-TOTAL-PCS.
           PERFORM VARYING WS-MML-HSH FROM 1 BY 1
              UNTIL WS-MML-HSH > WS-NB-HSH
                   COMPUTE WS-MML-PIECES =
                       WS-HSH-LETTERS(WS-MML-HSH) +
                       WS-HSH-NOTICES(WS-MML-HSH)
                   IF WS-MML-PIECES > 0
                       PERFORM 6192-LIST-HOUSEHOLD-START
                          THRU 6192-LIST-HOUSEHOLD-END
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-RULE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           MOVE 'HOUSEHOLDS                : ' TO WS-MMT-LABEL.
           MOVE WS-MML-HOUSEHOLDS TO WS-MMT-VALUE.
           PERFORM 6196-WRITE-TOTAL-START THRU 6196-WRITE-TOTAL-END.
           MOVE 'PIECES                    : ' TO WS-MMT-LABEL.
           MOVE WS-MML-TOTAL-PCS TO WS-MMT-VALUE.
           PERFORM 6196-WRITE-TOTAL-START THRU 6196-WRITE-TOTAL-END.
           MOVE 'ENVELOPES POSTED          : ' TO WS-MMT-LABEL.
           MOVE WS-MML-ENVELOPES TO WS-MMT-VALUE.
           PERFORM 6196-WRITE-TOTAL-START THRU 6196-WRITE-TOTAL-END.
           MOVE 0 TO WS-MML-SAVED.
           IF WS-MML-POSTAL-PCS > WS-MML-ENVELOPES
               COMPUTE WS-MML-SAVED =
                   WS-MML-POSTAL-PCS - WS-MML-ENVELOPES
           END-IF.
           MOVE 'ENVELOPES SAVED (GROUPING): ' TO WS-MMT-LABEL.
           MOVE WS-MML-SAVED TO WS-MMT-VALUE.
           PERFORM 6196-WRITE-TOTAL-START THRU 6196-WRITE-TOTAL-END.
           MOVE 'STUDENTS WITH NO CONTACT  : ' TO WS-MMT-LABEL.
           MOVE WS-NB-NO-CONTACT TO WS-MMT-VALUE.
           PERFORM 6196-WRITE-TOTAL-START THRU 6196-WRITE-TOTAL-END.
           CLOSE F-MAILMFT.

           DISPLAY 'MAIL HOUSEHOLDS   :' SPACE WS-MML-HOUSEHOLDS SPACE
                   'ENVELOPES' SPACE WS-MML-ENVELOPES SPACE
                   'SAVED' SPACE WS-MML-SAVED.
       6190-MAIL-MANIFEST-END.
           GOBACK.

       6192-LIST-HOUSEHOLD-START.
           ADD 1 TO WS-MML-HOUSEHOLDS.
           ADD WS-MML-PIECES TO WS-MML-TOTAL-PCS.
           MOVE WS-MML-HSH TO WS-MMS-NUMBER.
           IF WS-HSH-BY-MAIL(WS-MML-HSH)
               MOVE 'POST' TO WS-MMS-CHANNEL
               ADD 1 TO WS-MML-ENVELOPES
               ADD WS-MML-PIECES TO WS-MML-POSTAL-PCS
           ELSE
               MOVE 'E-MAIL' TO WS-MMS-CHANNEL
           END-IF.
           MOVE WS-HSH-NAME(WS-MML-HSH) TO WS-MMS-NAME.
           MOVE WS-HSH-LETTERS(WS-MML-HSH) TO WS-MMS-LETTERS.
           MOVE WS-HSH-NOTICES(WS-MML-HSH) TO WS-MMS-NOTICES.
           MOVE SPACES TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-HSH-LINE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           MOVE WS-HSH-ADDR1(WS-MML-HSH) TO WS-MMA-ADDR.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-ADDR-LINE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           MOVE WS-HSH-ADDR2(WS-MML-HSH) TO WS-MMA-ADDR.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-ADDR-LINE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
           PERFORM VARYING WS-MML-GRD FROM 1 BY 1
              UNTIL WS-MML-GRD > WS-NB-GUARDIANS
                   IF WS-HSH-OF-GRD(WS-MML-GRD) = WS-MML-HSH AND
                      WS-HSH-GRD-PCS(WS-MML-GRD) > 0
                       PERFORM 6194-LIST-CHILD-START
                          THRU 6194-LIST-CHILD-END
                   END-IF
           END-PERFORM.
       6192-LIST-HOUSEHOLD-END.
           EXIT.

       6194-LIST-CHILD-START.
           MOVE WS-GRD-STUDENT-ID(WS-MML-GRD) TO WS-MMC-ID.
           MOVE SPACES TO WS-MMC-NAME.
           MOVE WS-HSH-GRD-PCS(WS-MML-GRD) TO WS-MMC-PIECES.
           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               WHEN WS-STUDENT-ID(IDX-STUDENT) =
                    WS-GRD-STUDENT-ID(WS-MML-GRD)
                   MOVE WS-STUDENT-NAME(IDX-STUDENT) TO WS-MMC-NAME
           END-SEARCH.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-CHILD-LINE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
       6194-LIST-CHILD-END.
           EXIT.

       6196-WRITE-TOTAL-START.
           MOVE SPACES TO REC-F-MAILMFT.
           MOVE WS-MML-TOTAL-LINE TO REC-F-MAILMFT.
           WRITE REC-F-MAILMFT.
       6196-WRITE-TOTAL-END.
           EXIT.
