       IDENTIFICATION DIVISION.
       PROGRAM-ID. burst-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selbwk.
           COPY selbst.
           COPY seldst.

       DATA DIVISION.
       FILE SECTION.
           COPY fdbwk.
           COPY fdbst.
           COPY fddst.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

      *> Distinct recipients in the order write-output first met
      *> them, with the number of report lines routed to each.
       01  WS-BUR-NB-RCP          PIC 999     VALUE 0.
       01  WS-BUR-RCP-TAB         OCCURS 1 TO 500
                                  DEPENDING WS-BUR-NB-RCP
                                  INDEXED BY IDX-RCP.
           03 WS-BUR-RCP-TYPE     PIC X.
           03 WS-BUR-RCP-ID       PIC X(13).
           03 WS-BUR-RCP-LINES    PIC 9(5).
       01  WS-BUR-RCP-FOUND       PIC X       VALUE 'N'.
       01  WS-BUR-NB-LOST         PIC 9(5)    VALUE 0.
       01  WS-IND-RCP             PIC 999     VALUE 0.

      *> Heading lines each recipient file repeats at the top of each
      *> part and after every page break.
       01  WS-BUR-NB-HDR          PIC 99      VALUE 0.
       01  WS-BUR-HDR-TAB         OCCURS 10.
           03 WS-BUR-HDR-FOR      PIC X.
           03 WS-BUR-HDR-PART     PIC X.
           03 WS-BUR-HDR-LINE     PIC X(200).
       01  WS-IND-HDR             PIC 99      VALUE 0.

       01  WS-BUR-PART-CUR        PIC X       VALUE SPACE.
       01  WS-BUR-PART-STARTED    PIC X       VALUE 'N'.
       01  WS-BUR-BODY-STARTED    PIC X       VALUE 'N'.
       01  WS-BUR-FILE-OK         PIC X       VALUE 'N'.
       01  WS-BUR-SEQ             PIC 999     VALUE 0.
       01  WS-BUR-PAGES           PIC 9(4)    VALUE 0.
       01  WS-BUR-LINE-COUNT      PIC 999     VALUE 0.
       01  WS-BUR-NB-FILES        PIC 999     VALUE 0.
       01  WS-BUR-TOT-PAGES       PIC 9(5)    VALUE 0.
       01  WS-BUR-RECIP-NAME      PIC X(13)   VALUE SPACES.
       01  WS-FORM-FEED           PIC X       VALUE X'0C'.
       01  WS-BUR-RULE            PIC X(60)   VALUE ALL '*'.

       01  WS-BUR-BANNER-LINE.
           03 WS-BBL-LABEL        PIC X(16).
           03 WS-BBL-VALUE        PIC X(50).

       01  WS-DST-TITLE-LINE.
           03 FILLER              PIC X(23)
                                  VALUE 'DISTRIBUTION LIST TERM '.
           03 WS-DTL-TERM         PIC X(10).
           03 FILLER              PIC X(7)    VALUE ' -- RUN'.
           03 FILLER              PIC X       VALUE SPACE.
           03 WS-DTL-DATE         PIC 9(8).

       01  WS-DST-HEADER-LINE.
           03 FILLER              PIC X(8)    VALUE 'TYPE'.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 FILLER              PIC X(13)   VALUE 'RECIPIENT'.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 FILLER              PIC X(30)   VALUE 'FILE'.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 FILLER              PIC X(5)    VALUE 'PAGES'.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 FILLER              PIC X(6)    VALUE 'LINES'.

       01  WS-DST-DETAIL-LINE.
           03 WS-DDL-TYPE         PIC X(8).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-DDL-RECIP        PIC X(13).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-DDL-FILE         PIC X(30).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-DDL-PAGES        PIC ZZZZ9.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-DDL-LINES        PIC ZZZZZ9.
           03 FILLER              PIC X       VALUE SPACE.
           03 WS-DDL-NOTE         PIC X(12).

       01  WS-DST-TOTAL-LINE.
           03 WS-DTO-LABEL        PIC X(20).
           03 WS-DTO-VALUE        PIC ZZZZ9.

      *> The bursting step of a posting run, right after
      *> write-output.cbl. write-output has tagged every line that
      *> belongs to one reader into F-BURSTWK: each section's own
      *> merit list and its students' blocks (student line and class
      *> lines), each teacher's course statistics lines and course
      *> rosters. This step cuts one print file per section and one
      *> per teacher (<prefix>NNN.dat, numbered in the order the
      *> recipients first appear in the report), each opening with a
      *> banner page naming its recipient, then the recipient's lines
      *> under the same headings output.dat prints, paginated on
      *> WS-LINES-PER-PAGE with a form-feed and the headings repeated,
      *> never breaking inside a student block or a roster. The
      *> distribution list says who gets which file and how many
      *> pages it runs to, banner included. output.dat itself is left
      *> whole for the office copy.
       PROCEDURE DIVISION.
       7600-BURST-REPORT-START.
           IF NOT WS-IS-BURST
               GO TO 7600-BURST-REPORT-END
           END-IF.

           MOVE 0 TO WS-BUR-NB-RCP.
           MOVE 0 TO WS-BUR-NB-HDR.
           MOVE 0 TO WS-BUR-NB-LOST.
           MOVE 0 TO WS-BUR-SEQ.
           MOVE 0 TO WS-NB-BURST.
           MOVE 0 TO WS-BUR-NB-FILES.
           MOVE 0 TO WS-BUR-TOT-PAGES.

           OPEN INPUT F-BURSTWK.
           IF NOT F-BURSTWK-STATUS-OK
               DISPLAY 'BURSTING: WORK FILE' SPACE
                       WS-FILE-BURSTWK-NAME SPACE
                       'UNAVAILABLE, STATUS' SPACE F-BURSTWK-STATUS
                       SPACE '-- REPORT NOT BURST'
               MOVE '00' TO F-BURSTWK-STATUS
               GO TO 7600-BURST-REPORT-END
           END-IF.
           PERFORM UNTIL F-BURSTWK-STATUS-EOF
               READ F-BURSTWK
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7610-COLLECT-ROW-START
                          THRU 7610-COLLECT-ROW-END
               END-READ
           END-PERFORM.
           CLOSE F-BURSTWK.
           MOVE '00' TO F-BURSTWK-STATUS.

           IF WS-BUR-NB-LOST > 0
               DISPLAY 'BURSTING: RECIPIENT TABLE FULL --' SPACE
                       WS-BUR-NB-LOST SPACE
                       'LINE(S) ONLY IN THE FULL REPORT'
           END-IF.

           OPEN OUTPUT F-DISTLIST.
           IF NOT F-DISTLIST-STATUS-OK
               DISPLAY 'BURSTING: DISTRIBUTION LIST' SPACE
                       WS-FILE-DISTLIST-NAME SPACE
                       'NOT OPENED, STATUS' SPACE F-DISTLIST-STATUS
                       SPACE '-- REPORT NOT BURST'
               MOVE '00' TO F-DISTLIST-STATUS
               GO TO 7600-BURST-REPORT-END
           END-IF.

           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-TITRE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           MOVE WS-TERM TO WS-DTL-TERM.
           MOVE WS-RUN-DATE TO WS-DTL-DATE.
           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-DST-TITLE-LINE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           IF WS-IS-SIMULATION
               MOVE SPACES TO REC-F-DISTLIST
               MOVE '*** SIMULATION -- NOT THE OFFICIAL RESULT ***'
                   TO REC-F-DISTLIST
               WRITE REC-F-DISTLIST
           END-IF.
           MOVE SPACES TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-DST-HEADER-LINE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.

           IF WS-BUR-NB-RCP = 0
               MOVE SPACES TO REC-F-DISTLIST
               MOVE 'NO SECTION OR TEACHER LINES -- NOTHING TO BURST'
                   TO REC-F-DISTLIST
               WRITE REC-F-DISTLIST
           END-IF.

           PERFORM VARYING WS-IND-RCP FROM 1 BY 1
              UNTIL WS-IND-RCP > WS-BUR-NB-RCP
                   PERFORM 7620-WRITE-RECIPIENT-START
                      THRU 7620-WRITE-RECIPIENT-END
           END-PERFORM.

           MOVE SPACES TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           MOVE 'FILES WRITTEN      :' TO WS-DTO-LABEL.
           MOVE WS-BUR-NB-FILES TO WS-DTO-VALUE.
           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-DST-TOTAL-LINE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           MOVE 'TOTAL PAGES        :' TO WS-DTO-LABEL.
           MOVE WS-BUR-TOT-PAGES TO WS-DTO-VALUE.
           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-DST-TOTAL-LINE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
           CLOSE F-DISTLIST.
           MOVE '00' TO F-DISTLIST-STATUS.

           DISPLAY 'BURSTING:' SPACE WS-BUR-NB-FILES SPACE
                   'FILE(S),' SPACE WS-BUR-TOT-PAGES SPACE
                   'PAGE(S) -- SEE' SPACE WS-FILE-DISTLIST-NAME.
       7600-BURST-REPORT-END.
           GOBACK.

      *> First pass: keep the heading rows, and register each new
      *> section / teacher the first time one of its lines shows up.
       7610-COLLECT-ROW-START.
           IF R-BWK-IS-HEADING
               IF WS-BUR-NB-HDR < 10
                   ADD 1 TO WS-BUR-NB-HDR
                   MOVE R-BWK-RECIP(1:1) TO
                        WS-BUR-HDR-FOR(WS-BUR-NB-HDR)
                   MOVE R-BWK-PART TO WS-BUR-HDR-PART(WS-BUR-NB-HDR)
                   MOVE R-BWK-LINE TO WS-BUR-HDR-LINE(WS-BUR-NB-HDR)
               END-IF
               GO TO 7610-COLLECT-ROW-END
           END-IF.

           MOVE 'N' TO WS-BUR-RCP-FOUND.
           IF WS-BUR-NB-RCP > 0
               SET IDX-RCP TO 1
               SEARCH WS-BUR-RCP-TAB
                   WHEN WS-BUR-RCP-TYPE(IDX-RCP) = R-BWK-TYPE AND
                        WS-BUR-RCP-ID(IDX-RCP) = R-BWK-RECIP
                       MOVE 'Y' TO WS-BUR-RCP-FOUND
                       ADD 1 TO WS-BUR-RCP-LINES(IDX-RCP)
               END-SEARCH
           END-IF.
           IF WS-BUR-RCP-FOUND = 'N'
               IF WS-BUR-NB-RCP < 500
                   ADD 1 TO WS-BUR-NB-RCP
                   MOVE R-BWK-TYPE  TO WS-BUR-RCP-TYPE(WS-BUR-NB-RCP)
                   MOVE R-BWK-RECIP TO WS-BUR-RCP-ID(WS-BUR-NB-RCP)
                   MOVE 1 TO WS-BUR-RCP-LINES(WS-BUR-NB-RCP)
               ELSE
                   ADD 1 TO WS-BUR-NB-LOST
               END-IF
           END-IF.
       7610-COLLECT-ROW-END.
           EXIT.

      *> One recipient: name the file, banner page, part 1 then
      *> part 2 off a fresh pass of the work file each, then the
      *> recipient's line on the distribution list.
       7620-WRITE-RECIPIENT-START.
           ADD 1 TO WS-BUR-SEQ.
           MOVE WS-BUR-SEQ TO WS-NB-BURST.
           MOVE SPACES TO WS-FILE-BURST-NAME.
           STRING WS-BURST-PREFIX DELIMITED BY SPACE
                  WS-BUR-SEQ      DELIMITED BY SIZE
                  '.dat'          DELIMITED BY SIZE
                  INTO WS-FILE-BURST-NAME
           END-STRING.
           MOVE WS-BUR-RCP-ID(WS-IND-RCP) TO WS-BUR-RECIP-NAME.
           IF WS-BUR-RECIP-NAME = SPACES
               IF WS-BUR-RCP-TYPE(WS-IND-RCP) = 'S'
                   MOVE '(NO SECTION)' TO WS-BUR-RECIP-NAME
               ELSE
                   MOVE '(UNASSIGNED)' TO WS-BUR-RECIP-NAME
               END-IF
           END-IF.

           MOVE 0 TO WS-BUR-PAGES.
           MOVE 'N' TO WS-BUR-FILE-OK.
           OPEN OUTPUT F-BURST.
           IF F-BURST-STATUS-OK
               MOVE 'Y' TO WS-BUR-FILE-OK
               PERFORM 7625-WRITE-BANNER-START
                  THRU 7625-WRITE-BANNER-END
               MOVE 'N' TO WS-BUR-BODY-STARTED
               MOVE '1' TO WS-BUR-PART-CUR
               PERFORM 7630-WRITE-PART-START THRU 7630-WRITE-PART-END
               MOVE '2' TO WS-BUR-PART-CUR
               PERFORM 7630-WRITE-PART-START THRU 7630-WRITE-PART-END
               CLOSE F-BURST
               ADD 1 TO WS-BUR-NB-FILES
               ADD WS-BUR-PAGES TO WS-BUR-TOT-PAGES
           ELSE
               DISPLAY 'BURSTING:' SPACE WS-FILE-BURST-NAME SPACE
                       'NOT OPENED, STATUS' SPACE F-BURST-STATUS
           END-IF.
           MOVE '00' TO F-BURST-STATUS.

           IF WS-BUR-RCP-TYPE(WS-IND-RCP) = 'S'
               MOVE 'SECTION' TO WS-DDL-TYPE
           ELSE
               MOVE 'TEACHER' TO WS-DDL-TYPE
           END-IF.
           MOVE WS-BUR-RECIP-NAME TO WS-DDL-RECIP.
           MOVE WS-FILE-BURST-NAME TO WS-DDL-FILE.
           MOVE WS-BUR-PAGES TO WS-DDL-PAGES.
           MOVE WS-BUR-RCP-LINES(WS-IND-RCP) TO WS-DDL-LINES.
           IF WS-BUR-FILE-OK = 'Y'
               MOVE SPACES TO WS-DDL-NOTE
           ELSE
               MOVE 'NOT WRITTEN' TO WS-DDL-NOTE
           END-IF.
           MOVE SPACES TO REC-F-DISTLIST.
           MOVE WS-DST-DETAIL-LINE TO REC-F-DISTLIST.
           WRITE REC-F-DISTLIST.
       7620-WRITE-RECIPIENT-END.
           EXIT.

       7625-WRITE-BANNER-START.
           MOVE 1 TO WS-BUR-PAGES.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-RULE TO REC-F-BURST.
           WRITE REC-F-BURST.
           MOVE SPACES TO REC-F-BURST.
           WRITE REC-F-BURST.

           MOVE SPACES TO WS-BUR-BANNER-LINE.
           IF WS-BUR-RCP-TYPE(WS-IND-RCP) = 'S'
               MOVE 'FOR SECTION   :' TO WS-BBL-LABEL
           ELSE
               MOVE 'FOR TEACHER   :' TO WS-BBL-LABEL
           END-IF.
           MOVE WS-BUR-RECIP-NAME TO WS-BBL-VALUE.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-BANNER-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.

           MOVE SPACES TO REC-F-BURST.
           WRITE REC-F-BURST.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-TITRE TO REC-F-BURST.
           WRITE REC-F-BURST.

           MOVE 'TERM          :' TO WS-BBL-LABEL.
           MOVE WS-TERM TO WS-BBL-VALUE.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-BANNER-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.

           MOVE 'RUN DATE      :' TO WS-BBL-LABEL.
           MOVE WS-RUN-DATE TO WS-BBL-VALUE.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-BANNER-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.

           MOVE 'FILE          :' TO WS-BBL-LABEL.
           MOVE WS-FILE-BURST-NAME TO WS-BBL-VALUE.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-BANNER-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.

           IF WS-IS-SIMULATION
               MOVE SPACES TO REC-F-BURST
               WRITE REC-F-BURST
               MOVE SPACES TO REC-F-BURST
               MOVE '*** SIMULATION -- NOT THE OFFICIAL RESULT ***'
                   TO REC-F-BURST
               WRITE REC-F-BURST
           END-IF.

           MOVE SPACES TO REC-F-BURST.
           WRITE REC-F-BURST.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-RULE TO REC-F-BURST.
           WRITE REC-F-BURST.
       7625-WRITE-BANNER-END.
           EXIT.

      *> One part of one recipient's file, in report order.
       7630-WRITE-PART-START.
           MOVE 'N' TO WS-BUR-PART-STARTED.
           OPEN INPUT F-BURSTWK.
           IF NOT F-BURSTWK-STATUS-OK
               MOVE '00' TO F-BURSTWK-STATUS
               GO TO 7630-WRITE-PART-END
           END-IF.
           PERFORM UNTIL F-BURSTWK-STATUS-EOF
               READ F-BURSTWK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-BWK-TYPE = WS-BUR-RCP-TYPE(WS-IND-RCP) AND
                          R-BWK-RECIP = WS-BUR-RCP-ID(WS-IND-RCP) AND
                          R-BWK-PART = WS-BUR-PART-CUR
                           PERFORM 7635-WRITE-ROW-START
                              THRU 7635-WRITE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BURSTWK.
           MOVE '00' TO F-BURSTWK-STATUS.
       7630-WRITE-PART-END.
           EXIT.

      *> The banner page ends at the first row; a part opens under
      *> its headings; a full page breaks before the next block.
       7635-WRITE-ROW-START.
           IF WS-BUR-PART-STARTED = 'N'
               IF WS-BUR-BODY-STARTED = 'N'
                   PERFORM 7640-NEW-PAGE-START THRU 7640-NEW-PAGE-END
                   MOVE 'Y' TO WS-BUR-BODY-STARTED
               ELSE
                   MOVE SPACES TO REC-F-BURST
                   WRITE REC-F-BURST
               END-IF
               PERFORM 7645-WRITE-HEADINGS-START
                  THRU 7645-WRITE-HEADINGS-END
               MOVE 'Y' TO WS-BUR-PART-STARTED
           ELSE
               IF R-BWK-IS-BLOCK AND
                  WS-BUR-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 7640-NEW-PAGE-START THRU 7640-NEW-PAGE-END
                   PERFORM 7645-WRITE-HEADINGS-START
                      THRU 7645-WRITE-HEADINGS-END
               END-IF
           END-IF.
           MOVE SPACES TO REC-F-BURST.
           MOVE R-BWK-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.
           ADD 1 TO WS-BUR-LINE-COUNT.
       7635-WRITE-ROW-END.
           EXIT.

       7640-NEW-PAGE-START.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-FORM-FEED TO REC-F-BURST(1:1).
           WRITE REC-F-BURST.
           ADD 1 TO WS-BUR-PAGES.
           MOVE 0 TO WS-BUR-LINE-COUNT.
       7640-NEW-PAGE-END.
           EXIT.

       7645-WRITE-HEADINGS-START.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-TITRE TO REC-F-BURST.
           WRITE REC-F-BURST.
           MOVE SPACES TO WS-BUR-BANNER-LINE.
           IF WS-BUR-RCP-TYPE(WS-IND-RCP) = 'S'
               MOVE 'SECTION       :' TO WS-BBL-LABEL
           ELSE
               MOVE 'TEACHER       :' TO WS-BBL-LABEL
           END-IF.
           MOVE WS-BUR-RECIP-NAME TO WS-BBL-VALUE.
           MOVE SPACES TO REC-F-BURST.
           MOVE WS-BUR-BANNER-LINE TO REC-F-BURST.
           WRITE REC-F-BURST.
           MOVE SPACES TO REC-F-BURST.
           WRITE REC-F-BURST.
           PERFORM VARYING WS-IND-HDR FROM 1 BY 1
              UNTIL WS-IND-HDR > WS-BUR-NB-HDR
                   IF WS-BUR-HDR-FOR(WS-IND-HDR) =
                      WS-BUR-RCP-TYPE(WS-IND-RCP) AND
                      WS-BUR-HDR-PART(WS-IND-HDR) = WS-BUR-PART-CUR
                       MOVE SPACES TO REC-F-BURST
                       MOVE WS-BUR-HDR-LINE(WS-IND-HDR) TO REC-F-BURST
                       WRITE REC-F-BURST
                   END-IF
           END-PERFORM.
       7645-WRITE-HEADINGS-END.
           EXIT.
