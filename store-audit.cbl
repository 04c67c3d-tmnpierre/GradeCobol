       IDENTIFICATION DIVISION.
       PROGRAM-ID. store-audit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhix.
           COPY selseal.
           COPY seltsr.
           COPY selsis.
           COPY selpas.
           COPY selxas.
           SELECT F-XAUDIT
               ASSIGN TO 'xaudit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-XAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhix.
           COPY fdseal.
           COPY fdtsr.
           COPY fdsis.
           COPY fdpas.
           COPY fdxas.
       FD  F-XAUDIT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-XAUDIT           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY searec.
           COPY tsrrec.

       01  F-XAUDIT-STATUS    PIC X(02)   VALUE '00'.
           88 F-XAUDIT-STATUS-OK  VALUE '00'.

      *> Same layout sis-extract.cbl writes.
       01  WS-XA-SIS-LINE.
           03 WS-XSL-ID           PIC 999.
           03 FILLER              PIC X.
           03 WS-XSL-NAME         PIC X(13).
           03 FILLER              PIC X.
           03 WS-XSL-AGE          PIC 99.
           03 FILLER              PIC X.
           03 WS-XSL-AVG          PIC Z9,99.
           03 FILLER              PIC X.
           03 WS-XSL-STATUS       PIC X(8).
           03 FILLER              PIC X.
           03 WS-XSL-SIS-ID       PIC X(8).

       01  WS-XA-TERM         PIC X(10)   VALUE SPACES.
       01  WS-XA-ANSWER       PIC X(50)   VALUE SPACES.
       01  WS-XA-RULE         PIC X(72)   VALUE ALL '='.

      *> One row per student number (subscript = ID + 1): where the
      *> student appears for the term, with the average and status
      *> each store holds. Store 1 history, 2 sealed archive,
      *> 3 transcript register, 4 SIS feed.
       01  WS-XA-STU-TAB.
           03 WS-XA-STU           OCCURS 1000.
              05 WS-XA-SEEN       PIC X.
              05 WS-XA-PASSED     PIC X.
              05 WS-XA-STORE      OCCURS 4.
                 07 WS-XA-IN      PIC X.
                 07 WS-XA-AVG     PIC 99V99.
                 07 WS-XA-STATUS  PIC X(8).
       01  WS-XA-SUB          PIC 9(4)    VALUE 0.

       01  WS-XA-STORE-NAMES.
           03 FILLER          PIC X(8)    VALUE 'HISTORY'.
           03 FILLER          PIC X(8)    VALUE 'SEALED'.
           03 FILLER          PIC X(8)    VALUE 'TRANSCR'.
           03 FILLER          PIC X(8)    VALUE 'SIS FEED'.
       01  WS-XA-STORE-NAME-TAB REDEFINES WS-XA-STORE-NAMES.
           03 WS-XA-STORE-NAME PIC X(8)   OCCURS 4.
       01  WS-XA-STORE-ROWS-TAB.
           03 WS-XA-STORE-ROWS PIC 9(5)   OCCURS 4.
       01  WS-XA-NB-PASSED    PIC 9(5)    VALUE 0.
       01  WS-XA-NB-ABSENT    PIC 9       VALUE 0.

      *> Disagreements by store pair: the six pairs of stores 1-4 in
      *> order (1/2 1/3 1/4 2/3 2/4 3/4), then passed courses against
      *> history.
       01  WS-XA-PAIR-TAB.
           03 WS-XA-PAIR-COUNT PIC 9(5)   OCCURS 7.
       01  WS-XA-PAIR         PIC 9       VALUE 0.
       01  WS-XA-A            PIC 9       VALUE 0.
       01  WS-XA-B            PIC 9       VALUE 0.
       01  WS-XA-NB-STUDENTS  PIC 9(4)    VALUE 0.
       01  WS-XA-NB-DISAGREE  PIC 9(5)    VALUE 0.
       01  WS-XA-CC           PIC 99      VALUE 0.

       01  WS-XA-DETAIL-LINE.
           03 WS-XDL-ID           PIC 999.
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-XDL-STORE-A      PIC X(8).
           03 FILLER              PIC X       VALUE '/'.
           03 WS-XDL-STORE-B      PIC X(8).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-XDL-CHECK        PIC X(18).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-XDL-VALUE-A      PIC X(10).
           03 FILLER              PIC X(3)    VALUE ' | '.
           03 WS-XDL-VALUE-B      PIC X(10).
       01  WS-XA-AVG-EDIT     PIC Z9,99.

       01  WS-XA-PAIR-LINE.
           03 WS-XPL-STORE-A      PIC X(8).
           03 FILLER              PIC X       VALUE '/'.
           03 WS-XPL-STORE-B      PIC X(8).
           03 FILLER              PIC X(3)    VALUE ' : '.
           03 WS-XPL-COUNT        PIC ZZZZ9.
       01  WS-XA-STORE-LINE.
           03 WS-XSTL-NAME        PIC X(8).
           03 FILLER              PIC X(3)    VALUE ' : '.
           03 WS-XSTL-ROWS        PIC ZZZZ9.
           03 FILLER              PIC X       VALUE SPACE.
           03 WS-XSTL-NOTE        PIC X(30).

      *> Cross-store audit of one posted term. The term's results
      *> live in five places that amendments, merges, purges and
      *> hist-maint corrections each touch only some of: the history
      *> store, the sealed archive, the transcript serial register,
      *> the SIS feed (which carries no term of its own -- the
      *> operator names the feed that was sent for the term) and the
      *> passed-course file. Every student found in any of them is
      *> checked across every pair of the first four for presence,
      *> average and status (a voided history row must match a
      *> withdrawal), and every student with a course passed in the
      *> term must have a history row. Where a store holds several
      *> rows for a student and term (an amendment, a reissued
      *> transcript) the last one written is the one that stands.
      *> A store with nothing at all for the term (not sealed yet, no
      *> transcripts issued) is reported, not counted against every
      *> student. Report in xaudit.dat, verdict row appended to the
      *> audit status file for the day-end dashboard. Condition
      *> code: 0 all stores agree, 4 a store holds nothing for the
      *> term, 8 disagreements, 12 no history for the term at all.
       PROCEDURE DIVISION.
       1400-STORE-AUDIT-START.
           MOVE 'histix.dat'  TO WS-FILE-HISTIX-NAME.
           MOVE 'sealed.dat'  TO WS-FILE-SEALED-NAME.
           MOVE 'trnreg.dat'  TO WS-FILE-TRNREG-NAME.
           MOVE 'sis.dat'     TO WS-FILE-SIS-NAME.
           MOVE 'passed.dat'  TO WS-FILE-PASSED-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-SEALED-STATUS.
           MOVE '00' TO F-TRNREG2-STATUS.
           MOVE '00' TO F-SIS-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-XAUDST-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'TERM TO AUDIT: '.
           ACCEPT WS-XA-TERM.
           IF WS-XA-TERM = SPACES
               DISPLAY 'NO TERM GIVEN -- NOTHING AUDITED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'SIS FEED SENT FOR THE TERM (BLANK = sis.dat): '.
           ACCEPT WS-XA-ANSWER.
           IF WS-XA-ANSWER NOT = SPACES
               MOVE WS-XA-ANSWER TO WS-FILE-SIS-NAME
           END-IF.

           INITIALIZE WS-XA-STU-TAB.
           INITIALIZE WS-XA-STORE-ROWS-TAB.
           INITIALIZE WS-XA-PAIR-TAB.
           MOVE 0 TO WS-XA-NB-PASSED.
           MOVE 0 TO WS-XA-NB-ABSENT.
           MOVE 0 TO WS-XA-NB-STUDENTS.
           MOVE 0 TO WS-XA-NB-DISAGREE.

           OPEN OUTPUT F-XAUDIT.
           IF NOT F-XAUDIT-STATUS-OK
               DISPLAY 'UNABLE TO OPEN xaudit.dat, STATUS' SPACE
                       F-XAUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE 'CROSS-STORE INTEGRITY AUDIT -- TERM' TO REC-F-XAUDIT.
           MOVE WS-XA-TERM TO REC-F-XAUDIT(37:10).
           MOVE WS-RUN-DATE TO REC-F-XAUDIT(50:8).
           WRITE REC-F-XAUDIT.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE WS-XA-RULE TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.

           PERFORM 1410-LOAD-HISTORY-START THRU 1410-LOAD-HISTORY-END.
           PERFORM 1420-LOAD-SEALED-START THRU 1420-LOAD-SEALED-END.
           PERFORM 1430-LOAD-TRNREG-START THRU 1430-LOAD-TRNREG-END.
           PERFORM 1440-LOAD-SIS-START THRU 1440-LOAD-SIS-END.
           PERFORM 1450-LOAD-PASSED-START THRU 1450-LOAD-PASSED-END.

           PERFORM VARYING WS-XA-SUB FROM 1 BY 1
              UNTIL WS-XA-SUB > 1000
                   IF WS-XA-SEEN(WS-XA-SUB) = 'Y'
                       ADD 1 TO WS-XA-NB-STUDENTS
                       PERFORM 1460-CHECK-STUDENT-START
                          THRU 1460-CHECK-STUDENT-END
                   END-IF
           END-PERFORM.

           PERFORM 1480-WRITE-SUMMARY-START
              THRU 1480-WRITE-SUMMARY-END.
           CLOSE F-XAUDIT.

           EVALUATE TRUE
               WHEN WS-XA-STORE-ROWS(1) = 0
                   MOVE 12 TO WS-XA-CC
               WHEN WS-XA-NB-DISAGREE > 0
                   MOVE 8 TO WS-XA-CC
               WHEN WS-XA-NB-ABSENT > 0
                   MOVE 4 TO WS-XA-CC
               WHEN OTHER
                   MOVE 0 TO WS-XA-CC
           END-EVALUATE.
           PERFORM 1490-WRITE-STATUS-START
              THRU 1490-WRITE-STATUS-END.

           DISPLAY 'CROSS-STORE AUDIT' SPACE WS-XA-TERM SPACE ':'
                   SPACE WS-XA-NB-STUDENTS SPACE 'STUDENT(S),'
                   SPACE WS-XA-NB-DISAGREE SPACE
                   'DISAGREEMENT(S) -- SEE xaudit.dat'.
           MOVE WS-XA-CC TO RETURN-CODE.
       1400-STORE-AUDIT-END.
           GOBACK.

      *> The history store: every row of the term, voided or not --
      *> a void is itself a fact the other stores must agree with.
       1410-LOAD-HISTORY-START.
           OPEN INPUT F-HISTIX.
           IF NOT F-HISTIX-STATUS-OK
               MOVE '00' TO F-HISTIX-STATUS
               GO TO 1410-LOAD-HISTORY-END
           END-IF.
           MOVE LOW-VALUES TO R-HIX-KEY.
           START F-HISTIX KEY IS NOT LESS THAN R-HIX-KEY
               INVALID KEY
                   MOVE '10' TO F-HISTIX-STATUS
           END-START.
           PERFORM UNTIL F-HISTIX-STATUS-EOF
               READ F-HISTIX NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-HIX-TERM = WS-XA-TERM
                           COMPUTE WS-XA-SUB = R-HIX-ID + 1
                           MOVE 1 TO WS-XA-A
                           PERFORM 1455-NOTE-ROW-START
                              THRU 1455-NOTE-ROW-END
                           MOVE R-HIX-AVG TO WS-XA-AVG(WS-XA-SUB, 1)
                           IF R-HIX-VOID = 'V'
                               MOVE 'VOID' TO
                                    WS-XA-STATUS(WS-XA-SUB, 1)
                           ELSE
                               MOVE SPACES TO
                                    WS-XA-STATUS(WS-XA-SUB, 1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTIX.
           MOVE '00' TO F-HISTIX-STATUS.
       1410-LOAD-HISTORY-END.
           EXIT.

       1420-LOAD-SEALED-START.
           OPEN INPUT F-SEALED.
           IF NOT F-SEALED-STATUS-OK
               MOVE '00' TO F-SEALED-STATUS
               GO TO 1420-LOAD-SEALED-END
           END-IF.
           PERFORM UNTIL F-SEALED-STATUS-EOF
               READ F-SEALED
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-SEALED TO WS-SEALED-LINE
                       IF WS-SEA-TERM = WS-XA-TERM AND
                          WS-SEA-ID IS NUMERIC
                           COMPUTE WS-XA-SUB = WS-SEA-ID + 1
                           MOVE 2 TO WS-XA-A
                           PERFORM 1455-NOTE-ROW-START
                              THRU 1455-NOTE-ROW-END
                           MOVE WS-SEA-AVG TO WS-XA-AVG(WS-XA-SUB, 2)
                           MOVE WS-SEA-STATUS TO
                                WS-XA-STATUS(WS-XA-SUB, 2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEALED.
           MOVE '00' TO F-SEALED-STATUS.
       1420-LOAD-SEALED-END.
           EXIT.

       1430-LOAD-TRNREG-START.
           OPEN INPUT F-TRNREG.
           IF NOT F-TRNREG2-STATUS-OK
               MOVE '00' TO F-TRNREG2-STATUS
               GO TO 1430-LOAD-TRNREG-END
           END-IF.
           PERFORM UNTIL F-TRNREG2-STATUS-EOF
               READ F-TRNREG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-TRNREG TO WS-TRNREG-LINE
                       IF WS-TSR-TERM = WS-XA-TERM AND
                          WS-TSR-ID IS NUMERIC
                           COMPUTE WS-XA-SUB = WS-TSR-ID + 1
                           MOVE 3 TO WS-XA-A
                           PERFORM 1455-NOTE-ROW-START
                              THRU 1455-NOTE-ROW-END
                           MOVE WS-TSR-AVG TO WS-XA-AVG(WS-XA-SUB, 3)
                           MOVE WS-TSR-STATUS TO
                                WS-XA-STATUS(WS-XA-SUB, 3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TRNREG.
           MOVE '00' TO F-TRNREG2-STATUS.
       1430-LOAD-TRNREG-END.
           EXIT.

       1440-LOAD-SIS-START.
           OPEN INPUT F-SIS.
           IF NOT F-SIS-STATUS-OK
               MOVE '00' TO F-SIS-STATUS
               GO TO 1440-LOAD-SIS-END
           END-IF.
           PERFORM UNTIL F-SIS-STATUS-EOF
               READ F-SIS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-SIS TO WS-XA-SIS-LINE
                       IF WS-XSL-ID IS NUMERIC
                           COMPUTE WS-XA-SUB = WS-XSL-ID + 1
                           MOVE 4 TO WS-XA-A
                           PERFORM 1455-NOTE-ROW-START
                              THRU 1455-NOTE-ROW-END
                           MOVE WS-XSL-AVG TO WS-XA-AVG(WS-XA-SUB, 4)
                           MOVE WS-XSL-STATUS TO
                                WS-XA-STATUS(WS-XA-SUB, 4)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SIS.
           MOVE '00' TO F-SIS-STATUS.
       1440-LOAD-SIS-END.
           EXIT.

       1450-LOAD-PASSED-START.
           OPEN INPUT F-PASSED.
           IF NOT F-PASSED-STATUS-OK
               MOVE '00' TO F-PASSED-STATUS
               GO TO 1450-LOAD-PASSED-END
           END-IF.
           PERFORM UNTIL F-PASSED-STATUS-EOF
               READ F-PASSED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-PAS-TERM = WS-XA-TERM AND
                          R-PAS-STUDENT IS NUMERIC
                           COMPUTE WS-XA-SUB = R-PAS-STUDENT + 1
                           MOVE 'Y' TO WS-XA-SEEN(WS-XA-SUB)
                           MOVE 'Y' TO WS-XA-PASSED(WS-XA-SUB)
                           ADD 1 TO WS-XA-NB-PASSED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PASSED.
           MOVE '00' TO F-PASSED-STATUS.
       1450-LOAD-PASSED-END.
           EXIT.

       1455-NOTE-ROW-START.
           MOVE 'Y' TO WS-XA-SEEN(WS-XA-SUB).
           MOVE 'Y' TO WS-XA-IN(WS-XA-SUB, WS-XA-A).
           ADD 1 TO WS-XA-STORE-ROWS(WS-XA-A).
       1455-NOTE-ROW-END.
           EXIT.

      *> Every pair of the four result stores, skipping a store that
      *> holds nothing for the term, then passed courses against
      *> history.
       1460-CHECK-STUDENT-START.
           MOVE 0 TO WS-XA-PAIR.
           PERFORM VARYING WS-XA-A FROM 1 BY 1 UNTIL WS-XA-A > 3
               COMPUTE WS-XA-B = WS-XA-A + 1
               PERFORM UNTIL WS-XA-B > 4
                   ADD 1 TO WS-XA-PAIR
                   IF WS-XA-STORE-ROWS(WS-XA-A) > 0 AND
                      WS-XA-STORE-ROWS(WS-XA-B) > 0
                       PERFORM 1465-CHECK-PAIR-START
                          THRU 1465-CHECK-PAIR-END
                   END-IF
                   ADD 1 TO WS-XA-B
               END-PERFORM
           END-PERFORM.

           IF WS-XA-PASSED(WS-XA-SUB) = 'Y' AND
              WS-XA-IN(WS-XA-SUB, 1) NOT = 'Y'
               MOVE 7 TO WS-XA-PAIR
               MOVE 'PASSED'  TO WS-XDL-STORE-A
               MOVE 'HISTORY' TO WS-XDL-STORE-B
               MOVE 'MISSING IN HISTORY' TO WS-XDL-CHECK
               MOVE 'PRESENT' TO WS-XDL-VALUE-A
               MOVE 'ABSENT'  TO WS-XDL-VALUE-B
               PERFORM 1470-WRITE-DISAGREE-START
                  THRU 1470-WRITE-DISAGREE-END
           END-IF.
       1460-CHECK-STUDENT-END.
           EXIT.

       1465-CHECK-PAIR-START.
           MOVE WS-XA-STORE-NAME(WS-XA-A) TO WS-XDL-STORE-A.
           MOVE WS-XA-STORE-NAME(WS-XA-B) TO WS-XDL-STORE-B.

           IF WS-XA-IN(WS-XA-SUB, WS-XA-A) NOT =
              WS-XA-IN(WS-XA-SUB, WS-XA-B)
               IF WS-XA-IN(WS-XA-SUB, WS-XA-A) = 'Y'
                   MOVE 'PRESENT' TO WS-XDL-VALUE-A
                   MOVE 'ABSENT'  TO WS-XDL-VALUE-B
               ELSE
                   MOVE 'ABSENT'  TO WS-XDL-VALUE-A
                   MOVE 'PRESENT' TO WS-XDL-VALUE-B
               END-IF
               MOVE 'PRESENCE' TO WS-XDL-CHECK
               PERFORM 1470-WRITE-DISAGREE-START
                  THRU 1470-WRITE-DISAGREE-END
               GO TO 1465-CHECK-PAIR-END
           END-IF.
           IF WS-XA-IN(WS-XA-SUB, WS-XA-A) NOT = 'Y'
               GO TO 1465-CHECK-PAIR-END
           END-IF.

           IF WS-XA-AVG(WS-XA-SUB, WS-XA-A) NOT =
              WS-XA-AVG(WS-XA-SUB, WS-XA-B)
               MOVE WS-XA-AVG(WS-XA-SUB, WS-XA-A) TO WS-XA-AVG-EDIT
               MOVE WS-XA-AVG-EDIT TO WS-XDL-VALUE-A
               MOVE WS-XA-AVG(WS-XA-SUB, WS-XA-B) TO WS-XA-AVG-EDIT
               MOVE WS-XA-AVG-EDIT TO WS-XDL-VALUE-B
               MOVE 'AVERAGE' TO WS-XDL-CHECK
               PERFORM 1470-WRITE-DISAGREE-START
                  THRU 1470-WRITE-DISAGREE-END
           END-IF.

      *> History holds no status, only whether the row is voided --
      *> a void must sit against a withdrawal, and only against one.
           IF WS-XA-A = 1
               IF (WS-XA-STATUS(WS-XA-SUB, 1) = 'VOID' AND
                   WS-XA-STATUS(WS-XA-SUB, WS-XA-B) NOT = 'RETIRE')
                  OR
                  (WS-XA-STATUS(WS-XA-SUB, 1) NOT = 'VOID' AND
                   WS-XA-STATUS(WS-XA-SUB, WS-XA-B) = 'RETIRE')
                   IF WS-XA-STATUS(WS-XA-SUB, 1) = 'VOID'
                       MOVE 'VOIDED' TO WS-XDL-VALUE-A
                   ELSE
                       MOVE 'ACTIVE' TO WS-XDL-VALUE-A
                   END-IF
                   MOVE WS-XA-STATUS(WS-XA-SUB, WS-XA-B) TO
                        WS-XDL-VALUE-B
                   MOVE 'VOID/WITHDRAWAL' TO WS-XDL-CHECK
                   PERFORM 1470-WRITE-DISAGREE-START
                      THRU 1470-WRITE-DISAGREE-END
               END-IF
           ELSE
               IF WS-XA-STATUS(WS-XA-SUB, WS-XA-A) NOT =
                  WS-XA-STATUS(WS-XA-SUB, WS-XA-B)
                   MOVE WS-XA-STATUS(WS-XA-SUB, WS-XA-A) TO
                        WS-XDL-VALUE-A
                   MOVE WS-XA-STATUS(WS-XA-SUB, WS-XA-B) TO
                        WS-XDL-VALUE-B
                   MOVE 'STATUS' TO WS-XDL-CHECK
                   PERFORM 1470-WRITE-DISAGREE-START
                      THRU 1470-WRITE-DISAGREE-END
               END-IF
           END-IF.
       1465-CHECK-PAIR-END.
           EXIT.

       1470-WRITE-DISAGREE-START.
           ADD 1 TO WS-XA-NB-DISAGREE.
           ADD 1 TO WS-XA-PAIR-COUNT(WS-XA-PAIR).
           COMPUTE WS-XDL-ID = WS-XA-SUB - 1.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE WS-XA-DETAIL-LINE TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
       1470-WRITE-DISAGREE-END.
           EXIT.

       1480-WRITE-SUMMARY-START.
           IF WS-XA-NB-DISAGREE = 0
               MOVE SPACES TO REC-F-XAUDIT
               MOVE 'NO DISAGREEMENTS -- THE STORES AGREE'
                   TO REC-F-XAUDIT
               WRITE REC-F-XAUDIT
           END-IF.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE WS-XA-RULE TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE 'ROWS FOR THE TERM BY STORE' TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
           PERFORM VARYING WS-XA-A FROM 1 BY 1 UNTIL WS-XA-A > 4
               MOVE WS-XA-STORE-NAME(WS-XA-A) TO WS-XSTL-NAME
               MOVE WS-XA-STORE-ROWS(WS-XA-A) TO WS-XSTL-ROWS
               IF WS-XA-STORE-ROWS(WS-XA-A) = 0
                   MOVE 'NOTHING FOR TERM -- NOT CHECKED'
                       TO WS-XSTL-NOTE
                   ADD 1 TO WS-XA-NB-ABSENT
               ELSE
                   MOVE SPACES TO WS-XSTL-NOTE
               END-IF
               MOVE SPACES TO REC-F-XAUDIT
               MOVE WS-XA-STORE-LINE TO REC-F-XAUDIT
               WRITE REC-F-XAUDIT
           END-PERFORM.
           MOVE 'PASSED' TO WS-XSTL-NAME.
           MOVE WS-XA-NB-PASSED TO WS-XSTL-ROWS.
           MOVE SPACES TO WS-XSTL-NOTE.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE WS-XA-STORE-LINE TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.

           MOVE SPACES TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE 'DISAGREEMENTS BY STORE PAIR' TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
           MOVE 0 TO WS-XA-PAIR.
           PERFORM VARYING WS-XA-A FROM 1 BY 1 UNTIL WS-XA-A > 3
               COMPUTE WS-XA-B = WS-XA-A + 1
               PERFORM UNTIL WS-XA-B > 4
                   ADD 1 TO WS-XA-PAIR
                   MOVE WS-XA-STORE-NAME(WS-XA-A) TO WS-XPL-STORE-A
                   MOVE WS-XA-STORE-NAME(WS-XA-B) TO WS-XPL-STORE-B
                   MOVE WS-XA-PAIR-COUNT(WS-XA-PAIR) TO WS-XPL-COUNT
                   MOVE SPACES TO REC-F-XAUDIT
                   MOVE WS-XA-PAIR-LINE TO REC-F-XAUDIT
                   WRITE REC-F-XAUDIT
                   ADD 1 TO WS-XA-B
               END-PERFORM
           END-PERFORM.
           MOVE 'PASSED' TO WS-XPL-STORE-A.
           MOVE 'HISTORY' TO WS-XPL-STORE-B.
           MOVE WS-XA-PAIR-COUNT(7) TO WS-XPL-COUNT.
           MOVE SPACES TO REC-F-XAUDIT.
           MOVE WS-XA-PAIR-LINE TO REC-F-XAUDIT.
           WRITE REC-F-XAUDIT.
       1480-WRITE-SUMMARY-END.
           EXIT.

       1490-WRITE-STATUS-START.
           OPEN EXTEND F-XAUDST.
           IF F-XAUDST-STATUS-NOFILE
               MOVE '00' TO F-XAUDST-STATUS
               OPEN OUTPUT F-XAUDST
           END-IF.
           IF NOT F-XAUDST-STATUS-OK
               DISPLAY 'AUDIT STATUS FILE NOT WRITTEN, STATUS' SPACE
                       F-XAUDST-STATUS
               MOVE '00' TO F-XAUDST-STATUS
               GO TO 1490-WRITE-STATUS-END
           END-IF.
           MOVE SPACES TO REC-F-XAUDST.
           MOVE WS-RUN-DATE       TO R-XAS-DATE.
           MOVE WS-XA-TERM        TO R-XAS-TERM.
           MOVE WS-XA-NB-STUDENTS TO R-XAS-STUDENTS.
           MOVE WS-XA-NB-DISAGREE TO R-XAS-DISAGREE.
           MOVE WS-XA-NB-ABSENT   TO R-XAS-ABSENT.
           MOVE WS-XA-CC          TO R-XAS-CC.
           WRITE REC-F-XAUDST.
           CLOSE F-XAUDST.
           MOVE '00' TO F-XAUDST-STATUS.
       1490-WRITE-STATUS-END.
           EXIT.
