       IDENTIFICATION DIVISION.
       PROGRAM-ID. hold-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhld.
           COPY selhrp.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhld.
           COPY fdhrp.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-HRP-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-HCK-LOADED      PIC X       VALUE 'N'.
       01  WS-HCK-TODAY       PIC 9(8)    VALUE 0.
       01  WS-HCK-ROW         PIC 9(4)    VALUE 0.
       01  WS-HCK-HOLD        PIC 9(4)    VALUE 0.
       01  WS-HCK-STUDENTS    PIC 9(4)    VALUE 0.
       01  WS-HCK-LAST        PIC 999     VALUE 0.

      *> Holds in force on the run date, read from the master on the
      *> first CALL and kept across CALLs: placed on or before the
      *> run date and not yet cleared by it.
       01  WS-NB-HOLD         PIC 9(4)    VALUE 0.
       01  WS-HOLD-TAB        OCCURS 1 TO 9999
                              DEPENDING WS-NB-HOLD
                              INDEXED BY IDX-HOLD.
           03 WS-HOLD-STUDENT PIC 999.
           03 WS-HOLD-TYPE    PIC X(3).
           03 WS-HOLD-BY      PIC X(13).
           03 WS-HOLD-DATE    PIC 9(8).

      *> Documents withheld so far, one row per student and document.
       01  WS-NB-WHD          PIC 9(4)    VALUE 0.
       01  WS-WHD-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-WHD
                              INDEXED BY IDX-WHD.
           03 WS-WHD-STUDENT  PIC 999.
           03 WS-WHD-NAME     PIC X(13).
           03 WS-WHD-DOC      PIC X(12).

       01  WS-HRP-HEADER.
           03 FILLER          PIC X(35)  VALUE
              'HELD DOCUMENTS -- HOLDS IN FORCE ON'.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-HRH-DATE     PIC 9(8).

       01  WS-HRP-LINE.
           03 WS-HRL-ID       PIC 999.
           03 FILLER          PIC X      VALUE SPACE.
           03 WS-HRL-NAME     PIC X(13).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-HRL-DOC      PIC X(12).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-HRL-TYPE     PIC X(3).
           03 FILLER          PIC X(11)  VALUE ' PLACED BY '.
           03 WS-HRL-BY       PIC X(13).
           03 FILLER          PIC X(4)   VALUE ' ON '.
           03 WS-HRL-DATE     PIC 9(8).

       01  WS-HRP-COUNT-LINE.
           03 FILLER          PIC X(20)  VALUE 'DOCUMENTS WITHHELD: '.
           03 WS-HRC-DOCS     PIC ZZZ9.
           03 FILLER          PIC X(16)  VALUE '   STUDENTS   : '.
           03 WS-HRC-STUDENTS PIC ZZZ9.

       01  WS-HRP-NONE-LINE   PIC X(40)  VALUE
           'NO DOCUMENT WITHHELD'.

      *> Release stamp put after a report line once the withheld
      *> document has gone out, so it is never issued twice.
       01  WS-HRP-RELEASED.
           03 FILLER          PIC X(9)   VALUE 'RELEASED '.
           03 WS-HRR-DATE     PIC 9(8).

      *> Students whose withheld documents go out on this run: on
      *> the report with a transcript, letter or notification not
      *> yet released, and no hold in force on the run date.
       01  WS-HCK-RELEASING   PIC X      VALUE 'N'.
       01  WS-HCK-REL-ID      PIC 999    VALUE 0.
       01  WS-HCK-REL-FOUND   PIC X      VALUE 'N'.
       01  WS-NB-REL          PIC 999    VALUE 0.
       01  WS-REL-TAB         OCCURS 1 TO 999
                              DEPENDING WS-NB-REL
                              INDEXED BY IDX-REL.
           03 WS-REL-STUDENT  PIC 999.

      *> The report as read back for the release stamps.
       01  WS-NB-HRB          PIC 9(4)   VALUE 0.
       01  WS-HRB-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-HRB
                              INDEXED BY IDX-HRB.
           03 WS-HRB-LINE     PIC X(132).
       01  WS-HRB-OVERFLOW    PIC X      VALUE 'N'.
       01  WS-HRB-MARKED      PIC 9(4)   VALUE 0.

      *> The bursar's or the library's hold stops the documents that
      *> release results to the family -- transcript page, award or
      *> probation letter, parent notification, front-desk
      *> attestation -- and nothing else: averages, ranks and the
      *> posted results go ahead as usual, so lifting the hold
      *> (hold-maint.cbl 'R') is all it takes for the next REPRINT
      *> run to release them: 'L' picks the students off this
      *> report, the producers then issue theirs alone, and 'M'
      *> stamps the lines released. Each producer asks here before
      *> writing a
      *> student's document; every withholding is listed, with the
      *> holds behind it, on the held-documents report so the
      *> secretariat can answer the family's call. No holds master
      *> simply means nobody is held.
       PROCEDURE DIVISION.
       4500-HOLD-CHECK-START.
           IF WS-HCK-LOADED = 'N'
               PERFORM 4510-LOAD-HOLDS-START THRU 4510-LOAD-HOLDS-END
           END-IF.

           IF WS-HLD-WRITE OR WS-HLD-APPEND
               PERFORM 4530-WRITE-REPORT-START
                  THRU 4530-WRITE-REPORT-END
               GO TO 4500-HOLD-CHECK-END
           END-IF.
           IF WS-HLD-LOAD-RELEASE
               PERFORM 4540-LOAD-RELEASE-START
                  THRU 4540-LOAD-RELEASE-END
               GO TO 4500-HOLD-CHECK-END
           END-IF.
           IF WS-HLD-MARK-RELEASE
               PERFORM 4550-MARK-RELEASED-START
                  THRU 4550-MARK-RELEASED-END
               MOVE 'N' TO WS-HCK-RELEASING
               MOVE 0 TO WS-NB-REL
               GO TO 4500-HOLD-CHECK-END
           END-IF.

      *> On a release run only the listed students' documents go
      *> out; nobody else's is withheld afresh or reported.
           IF WS-HCK-RELEASING = 'Y'
               MOVE 'Y' TO WS-HLD-HELD
               IF WS-NB-REL > 0
                   SET IDX-REL TO 1
                   SEARCH WS-REL-TAB
                       WHEN WS-REL-STUDENT(IDX-REL) = WS-HLD-STUDENT
                           MOVE 'N' TO WS-HLD-HELD
                   END-SEARCH
               END-IF
               GO TO 4500-HOLD-CHECK-END
           END-IF.

           MOVE 'N' TO WS-HLD-HELD.
           IF WS-NB-HOLD = 0
               GO TO 4500-HOLD-CHECK-END
           END-IF.
           SET IDX-HOLD TO 1.
           SEARCH WS-HOLD-TAB
               WHEN WS-HOLD-STUDENT(IDX-HOLD) = WS-HLD-STUDENT
                   MOVE 'Y' TO WS-HLD-HELD
           END-SEARCH.
           IF WS-HLD-IS-HELD
               PERFORM 4520-LOG-WITHHELD-START
                  THRU 4520-LOG-WITHHELD-END
           END-IF.
       4500-HOLD-CHECK-END.
           MOVE 'C' TO WS-HLD-ACTION.
           GOBACK.

       4510-LOAD-HOLDS-START.
           MOVE 'Y' TO WS-HCK-LOADED.
           MOVE 0 TO WS-NB-HOLD.
           MOVE 0 TO WS-NB-WHD.
           MOVE 0 TO WS-HCK-TODAY.
           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-HCK-TODAY
           END-IF.
           IF WS-HCK-TODAY = 0
               ACCEPT WS-HCK-TODAY FROM DATE YYYYMMDD
           END-IF.

           MOVE '00' TO F-HOLDS-STATUS.
           OPEN INPUT F-HOLDS.
           IF NOT F-HOLDS-STATUS-OK
               MOVE '00' TO F-HOLDS-STATUS
               GO TO 4510-LOAD-HOLDS-END
           END-IF.
           PERFORM UNTIL F-HOLDS-STATUS-EOF
               READ F-HOLDS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-HLD-DATE <= WS-HCK-TODAY AND
                          (R-HLD-CLEARED = 0 OR
                           R-HLD-CLEARED > WS-HCK-TODAY) AND
                          WS-NB-HOLD < 9999
                           ADD 1 TO WS-NB-HOLD
                           MOVE R-HLD-STUDENT
                               TO WS-HOLD-STUDENT(WS-NB-HOLD)
                           MOVE R-HLD-TYPE TO WS-HOLD-TYPE(WS-NB-HOLD)
                           MOVE R-HLD-PLACED-BY
                               TO WS-HOLD-BY(WS-NB-HOLD)
                           MOVE R-HLD-DATE TO WS-HOLD-DATE(WS-NB-HOLD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS.
           MOVE '00' TO F-HOLDS-STATUS.
       4510-LOAD-HOLDS-END.
           EXIT.

      *> A document asked for twice in the run (one letter per
      *> guardian, say) is listed once.
       4520-LOG-WITHHELD-START.
           IF WS-NB-WHD > 0
               SET IDX-WHD TO 1
               SEARCH WS-WHD-TAB
                   WHEN WS-WHD-STUDENT(IDX-WHD) = WS-HLD-STUDENT AND
                        WS-WHD-DOC(IDX-WHD) = WS-HLD-DOC
                       GO TO 4520-LOG-WITHHELD-END
               END-SEARCH
           END-IF.
           IF WS-NB-WHD < 9999
               ADD 1 TO WS-NB-WHD
               MOVE WS-HLD-STUDENT TO WS-WHD-STUDENT(WS-NB-WHD)
               MOVE WS-HLD-NAME    TO WS-WHD-NAME(WS-NB-WHD)
               MOVE WS-HLD-DOC     TO WS-WHD-DOC(WS-NB-WHD)
           END-IF.
       4520-LOG-WITHHELD-END.
           EXIT.

      *> 'W' starts the run's report afresh; 'A' (the front-desk
      *> attestation) adds its lines to the report already on file
      *> and starts a new one only when there is none.
       4530-WRITE-REPORT-START.
           MOVE '00' TO F-HELDRPT-STATUS.
           IF WS-HLD-APPEND
               OPEN EXTEND F-HELDRPT
               IF NOT F-HELDRPT-STATUS-OK
                   MOVE '00' TO F-HELDRPT-STATUS
                   OPEN OUTPUT F-HELDRPT
               END-IF
           ELSE
               OPEN OUTPUT F-HELDRPT
           END-IF.
           IF NOT F-HELDRPT-STATUS-OK
               DISPLAY 'HOLD-CHECK: UNABLE TO OPEN REPORT, STATUS'
                       SPACE F-HELDRPT-STATUS
               GO TO 4530-WRITE-REPORT-END
           END-IF.

           IF WS-HLD-WRITE
               MOVE WS-HCK-TODAY TO WS-HRH-DATE
               MOVE SPACES TO REC-F-HELDRPT
               MOVE WS-HRP-HEADER TO REC-F-HELDRPT
               WRITE REC-F-HELDRPT
               MOVE SPACES TO REC-F-HELDRPT
               MOVE WS-HRP-RULE TO REC-F-HELDRPT
               WRITE REC-F-HELDRPT
           END-IF.

           MOVE 0 TO WS-HCK-STUDENTS.
           MOVE 0 TO WS-HCK-LAST.
           IF WS-NB-WHD > 1
               SORT WS-WHD-TAB
                   ON ASCENDING KEY WS-WHD-STUDENT
                   ON ASCENDING KEY WS-WHD-DOC
           END-IF.
           PERFORM VARYING WS-HCK-ROW FROM 1 BY 1
              UNTIL WS-HCK-ROW > WS-NB-WHD
                   IF WS-WHD-STUDENT(WS-HCK-ROW) NOT = WS-HCK-LAST
                       ADD 1 TO WS-HCK-STUDENTS
                       MOVE WS-WHD-STUDENT(WS-HCK-ROW) TO WS-HCK-LAST
                   END-IF
                   PERFORM 4535-WRITE-DOCUMENT-START
                      THRU 4535-WRITE-DOCUMENT-END
           END-PERFORM.

           IF WS-HLD-WRITE
               MOVE SPACES TO REC-F-HELDRPT
               MOVE WS-HRP-RULE TO REC-F-HELDRPT
               WRITE REC-F-HELDRPT
               MOVE SPACES TO REC-F-HELDRPT
               IF WS-NB-WHD = 0
                   MOVE WS-HRP-NONE-LINE TO REC-F-HELDRPT
               ELSE
                   MOVE WS-NB-WHD TO WS-HRC-DOCS
                   MOVE WS-HCK-STUDENTS TO WS-HRC-STUDENTS
                   MOVE WS-HRP-COUNT-LINE TO REC-F-HELDRPT
               END-IF
               WRITE REC-F-HELDRPT
               MOVE 'Y' TO WS-HOLD-REPORTED
               DISPLAY 'DOCUMENTS WITHHELD:' SPACE WS-NB-WHD
           END-IF.
           CLOSE F-HELDRPT.
           MOVE 0 TO WS-NB-WHD.
       4530-WRITE-REPORT-END.
           EXIT.

      *> One line per hold behind the withheld document, so the
      *> family is sent to every office that has to sign off.
       4535-WRITE-DOCUMENT-START.
           PERFORM VARYING WS-HCK-HOLD FROM 1 BY 1
              UNTIL WS-HCK-HOLD > WS-NB-HOLD
                   IF WS-HOLD-STUDENT(WS-HCK-HOLD) =
                      WS-WHD-STUDENT(WS-HCK-ROW)
                       MOVE WS-WHD-STUDENT(WS-HCK-ROW) TO WS-HRL-ID
                       MOVE WS-WHD-NAME(WS-HCK-ROW) TO WS-HRL-NAME
                       MOVE WS-WHD-DOC(WS-HCK-ROW) TO WS-HRL-DOC
                       MOVE WS-HOLD-TYPE(WS-HCK-HOLD) TO WS-HRL-TYPE
                       MOVE WS-HOLD-BY(WS-HCK-HOLD) TO WS-HRL-BY
                       MOVE WS-HOLD-DATE(WS-HCK-HOLD) TO WS-HRL-DATE
                       MOVE SPACES TO REC-F-HELDRPT
                       MOVE WS-HRP-LINE TO REC-F-HELDRPT
                       WRITE REC-F-HELDRPT
                   END-IF
           END-PERFORM.
       4535-WRITE-DOCUMENT-END.
           EXIT.

      *> Report lines are taken for release only for the documents a
      *> release run issues -- the front desk asks again for an
      *> attestation or a dossier, and the portal follows the next
      *> posting.
       4540-LOAD-RELEASE-START.
           MOVE 0 TO WS-NB-REL.
           MOVE 0 TO WS-HLD-NB-RELEASE.
           MOVE 'N' TO WS-HCK-RELEASING.
           PERFORM 4560-READ-REPORT-START THRU 4560-READ-REPORT-END.
           PERFORM VARYING IDX-HRB FROM 1 BY 1
              UNTIL IDX-HRB > WS-NB-HRB
                   PERFORM 4545-TAKE-LINE-START
                      THRU 4545-TAKE-LINE-END
           END-PERFORM.
           MOVE WS-NB-REL TO WS-HLD-NB-RELEASE.
           IF WS-NB-REL > 0
               MOVE 'Y' TO WS-HCK-RELEASING
           END-IF.
       4540-LOAD-RELEASE-END.
           EXIT.

       4545-TAKE-LINE-START.
           MOVE WS-HRB-LINE(IDX-HRB) TO WS-HRP-LINE.
           IF WS-HRB-LINE(IDX-HRB)(1:3) IS NOT NUMERIC OR
              WS-HRB-LINE(IDX-HRB)(18:3) NOT = ' | ' OR
              WS-HRB-LINE(IDX-HRB)(76:9) = 'RELEASED '
               GO TO 4545-TAKE-LINE-END
           END-IF.
           IF WS-HRL-DOC NOT = 'TRANSCRIPT' AND
              WS-HRL-DOC NOT = 'FOREIGN TRN' AND
              WS-HRL-DOC NOT = 'LETTER' AND
              WS-HRL-DOC NOT = 'NOTIFICATION'
               GO TO 4545-TAKE-LINE-END
           END-IF.
           MOVE WS-HRL-ID TO WS-HCK-REL-ID.
           IF WS-NB-REL > 0
               SET IDX-REL TO 1
               SEARCH WS-REL-TAB
                   WHEN WS-REL-STUDENT(IDX-REL) = WS-HCK-REL-ID
                       GO TO 4545-TAKE-LINE-END
               END-SEARCH
           END-IF.
           IF WS-NB-HOLD > 0
               SET IDX-HOLD TO 1
               SEARCH WS-HOLD-TAB
                   WHEN WS-HOLD-STUDENT(IDX-HOLD) = WS-HCK-REL-ID
                       GO TO 4545-TAKE-LINE-END
               END-SEARCH
           END-IF.
           IF WS-NB-REL < 999
               ADD 1 TO WS-NB-REL
               MOVE WS-HCK-REL-ID TO WS-REL-STUDENT(WS-NB-REL)
           END-IF.
       4545-TAKE-LINE-END.
           EXIT.

      *> The released students' lines get the release stamp and the
      *> report is written back whole; a report past the buffer is
      *> left alone and said so, since its documents did go out.
       4550-MARK-RELEASED-START.
           MOVE 0 TO WS-HRB-MARKED.
           IF WS-NB-REL = 0
               GO TO 4550-MARK-RELEASED-END
           END-IF.
           PERFORM 4560-READ-REPORT-START THRU 4560-READ-REPORT-END.
           IF WS-HRB-OVERFLOW = 'Y'
               DISPLAY 'HOLD-CHECK: REPORT EXCEEDS THE BUFFER --'
                       SPACE 'RELEASES NOT STAMPED'
               GO TO 4550-MARK-RELEASED-END
           END-IF.
           MOVE WS-HCK-TODAY TO WS-HRR-DATE.
           PERFORM VARYING IDX-HRB FROM 1 BY 1
              UNTIL IDX-HRB > WS-NB-HRB
                   PERFORM 4555-STAMP-LINE-START
                      THRU 4555-STAMP-LINE-END
           END-PERFORM.

           MOVE '00' TO F-HELDRPT-STATUS.
           OPEN OUTPUT F-HELDRPT.
           IF NOT F-HELDRPT-STATUS-OK
               DISPLAY 'HOLD-CHECK: UNABLE TO OPEN REPORT, STATUS'
                       SPACE F-HELDRPT-STATUS SPACE
                       '-- RELEASES NOT STAMPED'
               MOVE '00' TO F-HELDRPT-STATUS
               GO TO 4550-MARK-RELEASED-END
           END-IF.
           PERFORM VARYING IDX-HRB FROM 1 BY 1
              UNTIL IDX-HRB > WS-NB-HRB
                   MOVE WS-HRB-LINE(IDX-HRB) TO REC-F-HELDRPT
                   WRITE REC-F-HELDRPT
           END-PERFORM.
           CLOSE F-HELDRPT.
           MOVE '00' TO F-HELDRPT-STATUS.
           DISPLAY 'WITHHELD DOCUMENTS RELEASED:' SPACE WS-HRB-MARKED
                   SPACE 'FOR' SPACE WS-NB-REL SPACE 'STUDENT(S)'.
       4550-MARK-RELEASED-END.
           EXIT.

       4555-STAMP-LINE-START.
           MOVE WS-HRB-LINE(IDX-HRB) TO WS-HRP-LINE.
           IF WS-HRB-LINE(IDX-HRB)(1:3) IS NOT NUMERIC OR
              WS-HRB-LINE(IDX-HRB)(18:3) NOT = ' | ' OR
              WS-HRB-LINE(IDX-HRB)(76:9) = 'RELEASED '
               GO TO 4555-STAMP-LINE-END
           END-IF.
           IF WS-HRL-DOC NOT = 'TRANSCRIPT' AND
              WS-HRL-DOC NOT = 'FOREIGN TRN' AND
              WS-HRL-DOC NOT = 'LETTER' AND
              WS-HRL-DOC NOT = 'NOTIFICATION'
               GO TO 4555-STAMP-LINE-END
           END-IF.
           MOVE WS-HRL-ID TO WS-HCK-REL-ID.
           SET IDX-REL TO 1.
           SEARCH WS-REL-TAB
               WHEN WS-REL-STUDENT(IDX-REL) = WS-HCK-REL-ID
                   MOVE WS-HRP-RELEASED TO WS-HRB-LINE(IDX-HRB)(76:17)
                   ADD 1 TO WS-HRB-MARKED
           END-SEARCH.
       4555-STAMP-LINE-END.
           EXIT.

       4560-READ-REPORT-START.
           MOVE 0 TO WS-NB-HRB.
           MOVE 'N' TO WS-HRB-OVERFLOW.
           MOVE '00' TO F-HELDRPT-STATUS.
           OPEN INPUT F-HELDRPT.
           IF NOT F-HELDRPT-STATUS-OK
               MOVE '00' TO F-HELDRPT-STATUS
               GO TO 4560-READ-REPORT-END
           END-IF.
           PERFORM UNTIL F-HELDRPT-STATUS-EOF
               READ F-HELDRPT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-HRB < 9999
                           ADD 1 TO WS-NB-HRB
                           MOVE REC-F-HELDRPT TO WS-HRB-LINE(WS-NB-HRB)
                       ELSE
                           MOVE 'Y' TO WS-HRB-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HELDRPT.
           MOVE '00' TO F-HELDRPT-STATUS.
       4560-READ-REPORT-END.
           EXIT.
