       IDENTIFICATION DIVISION.
       PROGRAM-ID. restore-drill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhix.
           COPY selstm.
           COPY selcrm.
           COPY seltea.
           COPY selxrf.
           COPY selcrr.
           COPY selpnd.
           COPY selhld.
           COPY selequ.
           COPY selprg.
           COPY selrom.
           COPY selbkf.
           COPY selbkc.
           COPY seldrl.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhix.
           COPY fdstm.
           COPY fdcrm.
           COPY fdtea.
           COPY fdxrf.
           COPY fdcrr.
           COPY fdpnd.
           COPY fdhld.
           COPY fdequ.
           COPY fdprg.
           COPY fdrom.
           COPY fdbkf.
           COPY fdbkc.
           COPY fddrl.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-DRL-RULE        PIC X(94)   VALUE ALL '-'.
       01  WS-DRL-CLOCK       PIC 9(8)    VALUE 0.
       01  WS-DRL-SET         PIC X(12)   VALUE SPACES.
       01  WS-DRL-PREFIX      PIC X(30)   VALUE SPACES.
       01  WS-DRL-SELF-OK     PIC X       VALUE 'N'.
       01  WS-DRL-CTL-STATE   PIC X(8)    VALUE SPACES.
       01  WS-DRL-ROWS        PIC 9(9)    VALUE 0.
       01  WS-DRL-HASH-SUM    PIC 9(18)   VALUE 0.
       01  WS-DRL-HASH-CHK    PIC 9(15)   VALUE 0.
       01  WS-DRL-VERDICT     PIC X(8)    VALUE SPACES.
      *> Held across the report and log I/O.
       01  WS-DRL-RC          PIC 99      VALUE 0.

      *> The set's catalog rows, loaded before anything is restored.
       01  WS-DRL-MAX         PIC 99      VALUE 30.
       01  WS-DRL-NB          PIC 99      VALUE 0.
       01  WS-DRL-SUB         PIC 99      VALUE 0.
       01  WS-DRL-TAB.
           03 WS-DRL-ENTRY    OCCURS 30.
              05 WS-DRT-STORE    PIC X(8).
              05 WS-DRT-ORG      PIC X.
              05 WS-DRT-SOURCE   PIC X(50).
              05 WS-DRT-COPY     PIC X(50).
              05 WS-DRT-COUNT    PIC 9(9).
              05 WS-DRT-HASH     PIC 9(15).
              05 WS-DRT-STATE    PIC X(8).

       01  WS-DRL-SCRATCH     PIC X(50)   VALUE SPACES.
       01  WS-DRL-CHECK       PIC X(50)   VALUE SPACES.
       01  WS-DRL-RESULT      PIC X(24)   VALUE SPACES.
       01  WS-DRL-FSTAT       PIC X(02)   VALUE '00'.
       01  WS-DRL-EOF         PIC X       VALUE 'N'.
       01  WS-DRL-MODE        PIC X       VALUE SPACE.
       01  WS-DRL-LOADED      PIC 9(9)    VALUE 0.
       01  WS-DRL-KEY-ERRORS  PIC 9(9)    VALUE 0.
       01  WS-DRL-GOT-COUNT   PIC 9(9)    VALUE 0.
       01  WS-DRL-GOT-HASH    PIC 9(15)   VALUE 0.
       01  WS-DRL-NB-VERIFIED PIC 99      VALUE 0.
       01  WS-DRL-NB-ABSENT   PIC 99      VALUE 0.
       01  WS-DRL-NB-FAILED   PIC 99      VALUE 0.

       01  WS-DRL-HEAD-1.
           03 FILLER          PIC X(31)
                              VALUE 'RESTORE DRILL -- BACKUP SET'.
           03 WS-DRH-SET      PIC X(12).
           03 FILLER          PIC X(6)    VALUE '  RUN '.
           03 WS-DRH-DATE     PIC 9(8).
           03 FILLER          PIC X(11)   VALUE '  OPERATOR '.
           03 WS-DRH-OPER     PIC X(8).
       01  WS-DRL-HEAD-2.
           03 FILLER          PIC X(17)   VALUE 'RESTORED UNDER : '.
           03 WS-DRH-PREFIX   PIC X(30).
       01  WS-DRL-HEAD-3.
           03 FILLER          PIC X(11)   VALUE 'STORE    | '.
           03 FILLER          PIC X(33)
                              VALUE 'RESTORED AS                     '.
           03 FILLER          PIC X(24)
                              VALUE '| EXPECTED  | RESTORED  '.
           03 FILLER          PIC X(8)    VALUE '| RESULT'.
       01  WS-DRL-DETAIL.
           03 WS-DRD-STORE    PIC X(8).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-DRD-SCRATCH  PIC X(32).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-DRD-EXPECTED PIC Z(8)9.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-DRD-RESTORED PIC Z(8)9.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-DRD-RESULT   PIC X(24).
       01  WS-DRL-TOTAL.
           03 WS-DRL-TOT-LABEL PIC X(18).
           03 WS-DRL-TOT-VALUE PIC Z9.
       01  WS-DRL-VERDICT-LINE.
           03 FILLER          PIC X(18)   VALUE 'VERDICT         : '.
           03 WS-DRV-VERDICT  PIC X(8).

      *> The auditors' proof that a backup set taken by backup-set.cbl
      *> can actually be brought back. The set -- named, or the latest
      *> one the catalog closes with a control row -- is first held
      *> to its own control row, as a manifest is, so a set cut short
      *> or a damaged catalog is refused. Every store in it is then
      *> restored under a scratch prefix (drill-histix.dat ...), never
      *> over the live files: a sequential copy is copied back, an
      *> indexed unload is loaded into a fresh indexed file by key and
      *> that file read back out end to end. What comes back is
      *> counted and hashed through file-hash.cbl and must match the
      *> catalog exactly. A store cataloged ABSENT had nothing to
      *> back up and is only reported. The report goes to drill.dat
      *> and every drill, refused ones included, leaves a row in
      *> drilllog.dat. Condition code 0 every store verified, 8 a
      *> store failed to restore or disagrees, 12 no catalog, no such
      *> set, or a set the catalog does not vouch for.
       PROCEDURE DIVISION.
       2300-RESTORE-DRILL-START.
           MOVE 'bkcatalog.dat' TO WS-FILE-BKCAT-NAME.
           MOVE 'drill.dat'     TO WS-FILE-DRILL-NAME.
           MOVE 'drilllog.dat'  TO WS-FILE-DRLLOG-NAME.
           MOVE '00' TO F-BKCAT-STATUS.
           MOVE '00' TO F-BKIN-STATUS.
           MOVE '00' TO F-BKOUT-STATUS.
           MOVE '00' TO F-DRILL-STATUS.
           MOVE '00' TO F-DRLLOG-STATUS.
           MOVE '00' TO F-HASHIN-STATUS.
           MOVE 0 TO WS-DRL-RC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DRL-CLOCK FROM TIME.
      *> The drill log is audit evidence -- it names who ran it.
           IF NOT WS-IS-MENU-SESSION
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                   MOVE 'CONSOLE' TO WS-OPERATOR
               END-IF
           END-IF.

           DISPLAY 'BACKUP SET (BLANK = LATEST): '.
           ACCEPT WS-DRL-SET.
           DISPLAY 'RESTORE UNDER PREFIX (BLANK = drill-): '.
           ACCEPT WS-DRL-PREFIX.
           IF WS-DRL-PREFIX = SPACES
               MOVE 'drill-' TO WS-DRL-PREFIX
           END-IF.

           IF WS-DRL-SET = SPACES
               PERFORM 2305-FIND-LATEST-START
                  THRU 2305-FIND-LATEST-END
               IF WS-DRL-SET = SPACES
                   MOVE 'REFUSED' TO WS-DRL-VERDICT
                   MOVE 12 TO WS-DRL-RC
                   GO TO 2300-RESTORE-DRILL-END
               END-IF
           END-IF.

           PERFORM 2310-LOAD-SET-START THRU 2310-LOAD-SET-END.
           IF WS-DRL-SELF-OK NOT = 'Y'
               MOVE 'REFUSED' TO WS-DRL-VERDICT
               MOVE 12 TO WS-DRL-RC
               GO TO 2300-RESTORE-DRILL-END
           END-IF.

           OPEN OUTPUT F-DRILL.
           IF NOT F-DRILL-STATUS-OK
               DISPLAY 'RESTORE-DRILL: UNABLE TO OPEN' SPACE
                       WS-FILE-DRILL-NAME ', STATUS' SPACE
                       F-DRILL-STATUS
               MOVE '00' TO F-DRILL-STATUS
               MOVE 'REFUSED' TO WS-DRL-VERDICT
               MOVE 12 TO WS-DRL-RC
               GO TO 2300-RESTORE-DRILL-END
           END-IF.
           MOVE WS-DRL-SET    TO WS-DRH-SET.
           MOVE WS-RUN-DATE   TO WS-DRH-DATE.
           MOVE WS-OPERATOR   TO WS-DRH-OPER.
           MOVE WS-DRL-PREFIX TO WS-DRH-PREFIX.
           WRITE REC-F-DRILL FROM WS-DRL-HEAD-1.
           WRITE REC-F-DRILL FROM WS-DRL-HEAD-2.
           WRITE REC-F-DRILL FROM WS-DRL-RULE.
           WRITE REC-F-DRILL FROM WS-DRL-HEAD-3.
           WRITE REC-F-DRILL FROM WS-DRL-RULE.

           MOVE 0 TO WS-DRL-NB-VERIFIED.
           MOVE 0 TO WS-DRL-NB-ABSENT.
           MOVE 0 TO WS-DRL-NB-FAILED.
           PERFORM VARYING WS-DRL-SUB FROM 1 BY 1
              UNTIL WS-DRL-SUB > WS-DRL-NB
                   PERFORM 2320-DRILL-STORE-START
                      THRU 2320-DRILL-STORE-END
           END-PERFORM.

           IF WS-DRL-NB-FAILED = 0 AND WS-DRL-NB-VERIFIED > 0
               MOVE 'PASSED' TO WS-DRL-VERDICT
           ELSE
               MOVE 'FAILED' TO WS-DRL-VERDICT
               MOVE 8 TO WS-DRL-RC
           END-IF.
           WRITE REC-F-DRILL FROM WS-DRL-RULE.
           MOVE 'STORES IN SET   : ' TO WS-DRL-TOT-LABEL.
           MOVE WS-DRL-NB TO WS-DRL-TOT-VALUE.
           WRITE REC-F-DRILL FROM WS-DRL-TOTAL.
           MOVE 'VERIFIED        : ' TO WS-DRL-TOT-LABEL.
           MOVE WS-DRL-NB-VERIFIED TO WS-DRL-TOT-VALUE.
           WRITE REC-F-DRILL FROM WS-DRL-TOTAL.
           MOVE 'ABSENT AT BACKUP: ' TO WS-DRL-TOT-LABEL.
           MOVE WS-DRL-NB-ABSENT TO WS-DRL-TOT-VALUE.
           WRITE REC-F-DRILL FROM WS-DRL-TOTAL.
           MOVE 'FAILED          : ' TO WS-DRL-TOT-LABEL.
           MOVE WS-DRL-NB-FAILED TO WS-DRL-TOT-VALUE.
           WRITE REC-F-DRILL FROM WS-DRL-TOTAL.
           MOVE WS-DRL-VERDICT TO WS-DRV-VERDICT.
           WRITE REC-F-DRILL FROM WS-DRL-VERDICT-LINE.
           CLOSE F-DRILL.
           MOVE '00' TO F-DRILL-STATUS.

           DISPLAY WS-DRL-RULE.
           DISPLAY 'STORES VERIFIED :' SPACE WS-DRL-NB-VERIFIED
                   SPACE 'OF' SPACE WS-DRL-NB.
           DISPLAY 'STORES FAILED   :' SPACE WS-DRL-NB-FAILED.
           DISPLAY 'DRILL VERDICT   :' SPACE WS-DRL-VERDICT.
           DISPLAY 'REPORT          :' SPACE WS-FILE-DRILL-NAME.
       2300-RESTORE-DRILL-END.
           IF WS-DRL-VERDICT NOT = SPACES
               PERFORM 2380-LOG-DRILL-START THRU 2380-LOG-DRILL-END
           END-IF.
           MOVE WS-DRL-RC TO RETURN-CODE.
           GOBACK.

      *> The latest set is the last one the catalog closes with a
      *> control row; a set cut short at the end is passed over.
       2305-FIND-LATEST-START.
           OPEN INPUT F-BKCAT.
           IF NOT F-BKCAT-STATUS-OK
               DISPLAY 'CATALOG' SPACE WS-FILE-BKCAT-NAME SPACE
                       'NOT READABLE, STATUS' SPACE F-BKCAT-STATUS
               MOVE '00' TO F-BKCAT-STATUS
               GO TO 2305-FIND-LATEST-END
           END-IF.
           PERFORM UNTIL F-BKCAT-STATUS-EOF
               READ F-BKCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-BKC-STORE = '*SET*'
                           MOVE R-BKC-SET TO WS-DRL-SET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BKCAT.
           MOVE '00' TO F-BKCAT-STATUS.
           IF WS-DRL-SET = SPACES
               DISPLAY 'CATALOG HOLDS NO COMPLETE BACKUP SET'
           END-IF.
       2305-FIND-LATEST-END.
           EXIT.

      *> Load the set's rows and re-add them to its '*SET*' control
      *> row; no control row means the set was cut short.
       2310-LOAD-SET-START.
           MOVE 'N' TO WS-DRL-SELF-OK.
           MOVE 0 TO WS-DRL-NB.
           MOVE 0 TO WS-DRL-ROWS.
           MOVE 0 TO WS-DRL-HASH-SUM.
           OPEN INPUT F-BKCAT.
           IF NOT F-BKCAT-STATUS-OK
               DISPLAY 'CATALOG' SPACE WS-FILE-BKCAT-NAME SPACE
                       'NOT READABLE, STATUS' SPACE F-BKCAT-STATUS
               MOVE '00' TO F-BKCAT-STATUS
               GO TO 2310-LOAD-SET-END
           END-IF.
           PERFORM UNTIL F-BKCAT-STATUS-EOF
               READ F-BKCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-BKC-SET = WS-DRL-SET
                           PERFORM 2312-TAKE-ROW-START
                              THRU 2312-TAKE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BKCAT.
           MOVE '00' TO F-BKCAT-STATUS.

           EVALUATE WS-DRL-SELF-OK
               WHEN 'Y'
                   DISPLAY 'BACKUP SET' SPACE WS-DRL-SET SPACE
                           WS-DRL-CTL-STATE SPACE '--' SPACE
                           WS-DRL-ROWS SPACE 'STORES'
               WHEN 'B'
                   DISPLAY 'CATALOG DAMAGED -- CONTROL ROW OF SET'
                           SPACE WS-DRL-SET SPACE
                           'DOES NOT MATCH ITS STORES'
               WHEN 'F'
                   DISPLAY 'SET' SPACE WS-DRL-SET SPACE
                           'HOLDS MORE STORES THAN THE DRILL TAKES'
               WHEN OTHER
                   IF WS-DRL-ROWS = 0
                       DISPLAY 'NO BACKUP SET' SPACE WS-DRL-SET SPACE
                               'IN THE CATALOG'
                   ELSE
                       DISPLAY 'SET' SPACE WS-DRL-SET SPACE
                               'INCOMPLETE -- NO CONTROL ROW'
                   END-IF
           END-EVALUATE.
       2310-LOAD-SET-END.
           EXIT.

       2312-TAKE-ROW-START.
           IF R-BKC-STORE = '*SET*'
               IF WS-DRL-SELF-OK = 'F'
                   GO TO 2312-TAKE-ROW-END
               END-IF
               MOVE WS-DRL-HASH-SUM TO WS-DRL-HASH-CHK
               IF R-BKC-COUNT = WS-DRL-ROWS AND
                  R-BKC-HASH = WS-DRL-HASH-CHK
                   MOVE 'Y' TO WS-DRL-SELF-OK
               ELSE
                   MOVE 'B' TO WS-DRL-SELF-OK
               END-IF
               MOVE R-BKC-STATE TO WS-DRL-CTL-STATE
               GO TO 2312-TAKE-ROW-END
           END-IF.
           ADD 1 TO WS-DRL-ROWS.
           IF R-BKC-IS-OK
               ADD R-BKC-HASH TO WS-DRL-HASH-SUM
           END-IF.
           IF WS-DRL-NB >= WS-DRL-MAX
               MOVE 'F' TO WS-DRL-SELF-OK
               GO TO 2312-TAKE-ROW-END
           END-IF.
           ADD 1 TO WS-DRL-NB.
           MOVE R-BKC-STORE  TO WS-DRT-STORE(WS-DRL-NB).
           MOVE R-BKC-ORG    TO WS-DRT-ORG(WS-DRL-NB).
           MOVE R-BKC-SOURCE TO WS-DRT-SOURCE(WS-DRL-NB).
           MOVE R-BKC-COPY   TO WS-DRT-COPY(WS-DRL-NB).
           MOVE R-BKC-COUNT  TO WS-DRT-COUNT(WS-DRL-NB).
           MOVE R-BKC-HASH   TO WS-DRT-HASH(WS-DRL-NB).
           MOVE R-BKC-STATE  TO WS-DRT-STATE(WS-DRL-NB).
       2312-TAKE-ROW-END.
           EXIT.

       2320-DRILL-STORE-START.
           MOVE SPACES TO WS-DRL-SCRATCH.
           STRING WS-DRL-PREFIX              DELIMITED BY SPACE
                  WS-DRT-SOURCE(WS-DRL-SUB)  DELIMITED BY SPACE
               INTO WS-DRL-SCRATCH.
           MOVE SPACES TO WS-DRL-RESULT.
           MOVE 0 TO WS-DRL-GOT-COUNT.
           MOVE 0 TO WS-DRL-GOT-HASH.

           EVALUATE TRUE
               WHEN WS-DRT-STATE(WS-DRL-SUB) = 'ABSENT'
                   MOVE 'ABSENT AT BACKUP' TO WS-DRL-RESULT
                   MOVE SPACES TO WS-DRL-SCRATCH
               WHEN WS-DRT-STATE(WS-DRL-SUB) NOT = 'OK'
                   MOVE 'NOT BACKED UP' TO WS-DRL-RESULT
               WHEN WS-DRT-ORG(WS-DRL-SUB) = 'I'
                   PERFORM 2340-RESTORE-INDEXED-START
                      THRU 2340-RESTORE-INDEXED-END
               WHEN OTHER
                   PERFORM 2330-RESTORE-SEQUENTIAL-START
                      THRU 2330-RESTORE-SEQUENTIAL-END
           END-EVALUATE.

           IF WS-DRL-RESULT = SPACES
               IF WS-DRL-GOT-COUNT = WS-DRT-COUNT(WS-DRL-SUB) AND
                  WS-DRL-GOT-HASH = WS-DRT-HASH(WS-DRL-SUB)
                   MOVE 'VERIFIED' TO WS-DRL-RESULT
               ELSE
                   MOVE 'MISMATCH' TO WS-DRL-RESULT
               END-IF
           END-IF.
           EVALUATE WS-DRL-RESULT
               WHEN 'VERIFIED'
                   ADD 1 TO WS-DRL-NB-VERIFIED
               WHEN 'ABSENT AT BACKUP'
                   ADD 1 TO WS-DRL-NB-ABSENT
               WHEN OTHER
                   ADD 1 TO WS-DRL-NB-FAILED
           END-EVALUATE.
           MOVE WS-DRT-STORE(WS-DRL-SUB) TO WS-DRD-STORE.
           MOVE WS-DRL-SCRATCH           TO WS-DRD-SCRATCH.
           MOVE WS-DRT-COUNT(WS-DRL-SUB) TO WS-DRD-EXPECTED.
           MOVE WS-DRL-GOT-COUNT         TO WS-DRD-RESTORED.
           MOVE WS-DRL-RESULT            TO WS-DRD-RESULT.
           WRITE REC-F-DRILL FROM WS-DRL-DETAIL.
           DISPLAY WS-DRT-STORE(WS-DRL-SUB) SPACE WS-DRL-RESULT.
       2320-DRILL-STORE-END.
           EXIT.

      *> A sequential store comes back as a straight copy.
       2330-RESTORE-SEQUENTIAL-START.
           MOVE WS-DRT-COPY(WS-DRL-SUB) TO WS-FILE-BKIN-NAME.
           MOVE WS-DRL-SCRATCH          TO WS-FILE-BKOUT-NAME.
           PERFORM 2350-OPEN-COPY-START THRU 2350-OPEN-COPY-END.
           IF WS-DRL-RESULT NOT = SPACES
               GO TO 2330-RESTORE-SEQUENTIAL-END
           END-IF.
           PERFORM UNTIL NOT F-BKIN-STATUS-OK
               READ F-BKIN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-BKIN TO REC-F-BKOUT
                       WRITE REC-F-BKOUT
               END-READ
           END-PERFORM.
           IF NOT F-BKIN-STATUS-EOF
               MOVE 'COPY UNREADABLE' TO WS-DRL-RESULT
           END-IF.
           CLOSE F-BKOUT.
           CLOSE F-BKIN.
           MOVE '00' TO F-BKIN-STATUS.
           MOVE '00' TO F-BKOUT-STATUS.
           IF WS-DRL-RESULT NOT = SPACES
               GO TO 2330-RESTORE-SEQUENTIAL-END
           END-IF.
           MOVE WS-DRL-SCRATCH TO WS-FILE-HASHIN-NAME.
           PERFORM 2360-HASH-BACK-START THRU 2360-HASH-BACK-END.
       2330-RESTORE-SEQUENTIAL-END.
           EXIT.

      *> An indexed store is loaded back by key into a fresh indexed
      *> file, then that file is read out end to end: a store that
      *> loads but cannot be read in key order is not recovered.
       2340-RESTORE-INDEXED-START.
           PERFORM 2342-NAME-SCRATCH-START THRU 2342-NAME-SCRATCH-END.
           MOVE WS-DRT-COPY(WS-DRL-SUB) TO WS-FILE-BKIN-NAME.
           MOVE '00' TO F-BKIN-STATUS.
           OPEN INPUT F-BKIN.
           IF NOT F-BKIN-STATUS-OK
               MOVE 'COPY UNREADABLE' TO WS-DRL-RESULT
               MOVE '00' TO F-BKIN-STATUS
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           MOVE 'O' TO WS-DRL-MODE.
           PERFORM 2344-OPEN-INDEXED-START THRU 2344-OPEN-INDEXED-END.
           IF WS-DRL-FSTAT NOT = '00'
               MOVE 'SCRATCH NOT CREATED' TO WS-DRL-RESULT
               CLOSE F-BKIN
               MOVE '00' TO F-BKIN-STATUS
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           MOVE 0 TO WS-DRL-LOADED.
           MOVE 0 TO WS-DRL-KEY-ERRORS.
           PERFORM UNTIL NOT F-BKIN-STATUS-OK
               READ F-BKIN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2346-LOAD-RECORD-START
                          THRU 2346-LOAD-RECORD-END
               END-READ
           END-PERFORM.
           IF NOT F-BKIN-STATUS-EOF
               MOVE 'COPY UNREADABLE' TO WS-DRL-RESULT
           END-IF.
           CLOSE F-BKIN.
           MOVE '00' TO F-BKIN-STATUS.
           PERFORM 2349-CLOSE-INDEXED-START
              THRU 2349-CLOSE-INDEXED-END.
           IF WS-DRL-RESULT NOT = SPACES
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           IF WS-DRL-KEY-ERRORS > 0
               MOVE 'KEY ERRORS ON LOAD' TO WS-DRL-RESULT
               MOVE WS-DRL-LOADED TO WS-DRL-GOT-COUNT
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.

           MOVE SPACES TO WS-DRL-CHECK.
           STRING WS-DRL-SCRATCH DELIMITED BY SPACE
                  '.chk'         DELIMITED BY SIZE
               INTO WS-DRL-CHECK.
           MOVE WS-DRL-CHECK TO WS-FILE-BKOUT-NAME.
           MOVE '00' TO F-BKOUT-STATUS.
           OPEN OUTPUT F-BKOUT.
           IF NOT F-BKOUT-STATUS-OK
               MOVE 'SCRATCH NOT CREATED' TO WS-DRL-RESULT
               MOVE '00' TO F-BKOUT-STATUS
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           MOVE 'I' TO WS-DRL-MODE.
           PERFORM 2344-OPEN-INDEXED-START THRU 2344-OPEN-INDEXED-END.
           IF WS-DRL-FSTAT NOT = '00'
               MOVE 'RESTORE UNREADABLE' TO WS-DRL-RESULT
               CLOSE F-BKOUT
               MOVE '00' TO F-BKOUT-STATUS
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           MOVE 'N' TO WS-DRL-EOF.
           PERFORM UNTIL WS-DRL-EOF = 'Y'
               PERFORM 2348-UNLOAD-RECORD-START
                  THRU 2348-UNLOAD-RECORD-END
           END-PERFORM.
           PERFORM 2349-CLOSE-INDEXED-START
              THRU 2349-CLOSE-INDEXED-END.
           CLOSE F-BKOUT.
           MOVE '00' TO F-BKOUT-STATUS.
           IF WS-DRL-RESULT NOT = SPACES
               GO TO 2340-RESTORE-INDEXED-END
           END-IF.
           MOVE WS-DRL-CHECK TO WS-FILE-HASHIN-NAME.
           PERFORM 2360-HASH-BACK-START THRU 2360-HASH-BACK-END.
       2340-RESTORE-INDEXED-END.
           EXIT.

      *> The store's own file name is pointed at the scratch file, so
      *> the live store is never opened by the drill.
       2342-NAME-SCRATCH-START.
           EVALUATE WS-DRT-STORE(WS-DRL-SUB)
               WHEN 'HISTIX'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-HISTIX-NAME
               WHEN 'STUMAST'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-STUMAST-NAME
               WHEN 'CRSMAST'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-CRSMAST-NAME
               WHEN 'TEAMAST'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-TEAMAST-NAME
               WHEN 'XREF'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-XREF-NAME
               WHEN 'CRSRES'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-CRSRES-NAME
               WHEN 'PENDING'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-PENDING-NAME
               WHEN 'HOLDS'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-HOLDS-NAME
               WHEN 'EQUIV'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-EQUIV-NAME
               WHEN 'PORTREG'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-PORTREG-NAME
               WHEN 'ROOMAST'
                   MOVE WS-DRL-SCRATCH TO WS-FILE-ROOMAST-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN STORE' TO WS-DRL-RESULT
           END-EVALUATE.
       2342-NAME-SCRATCH-END.
           EXIT.

      *> WS-DRL-MODE: 'O' creates the scratch store, 'I' reads it.
       2344-OPEN-INDEXED-START.
           MOVE '99' TO WS-DRL-FSTAT.
           IF WS-DRL-RESULT NOT = SPACES
               GO TO 2344-OPEN-INDEXED-END
           END-IF.
           EVALUATE WS-DRT-STORE(WS-DRL-SUB)
               WHEN 'HISTIX'
                   MOVE '00' TO F-HISTIX-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-HISTIX
                   ELSE
                       OPEN INPUT F-HISTIX
                   END-IF
                   MOVE F-HISTIX-STATUS TO WS-DRL-FSTAT
               WHEN 'STUMAST'
                   MOVE '00' TO F-STUMAST-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-STUMAST
                   ELSE
                       OPEN INPUT F-STUMAST
                   END-IF
                   MOVE F-STUMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'CRSMAST'
                   MOVE '00' TO F-CRSMAST-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-CRSMAST
                   ELSE
                       OPEN INPUT F-CRSMAST
                   END-IF
                   MOVE F-CRSMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'TEAMAST'
                   MOVE '00' TO F-TEAMAST-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-TEAMAST
                   ELSE
                       OPEN INPUT F-TEAMAST
                   END-IF
                   MOVE F-TEAMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'XREF'
                   MOVE '00' TO F-XREF-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-XREF
                   ELSE
                       OPEN INPUT F-XREF
                   END-IF
                   MOVE F-XREF-STATUS TO WS-DRL-FSTAT
               WHEN 'CRSRES'
                   MOVE '00' TO F-CRSRES-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-CRSRES
                   ELSE
                       OPEN INPUT F-CRSRES
                   END-IF
                   MOVE F-CRSRES-STATUS TO WS-DRL-FSTAT
               WHEN 'PENDING'
                   MOVE '00' TO F-PENDING-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-PENDING
                   ELSE
                       OPEN INPUT F-PENDING
                   END-IF
                   MOVE F-PENDING-STATUS TO WS-DRL-FSTAT
               WHEN 'HOLDS'
                   MOVE '00' TO F-HOLDS-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-HOLDS
                   ELSE
                       OPEN INPUT F-HOLDS
                   END-IF
                   MOVE F-HOLDS-STATUS TO WS-DRL-FSTAT
               WHEN 'EQUIV'
                   MOVE '00' TO F-EQUIV-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-EQUIV
                   ELSE
                       OPEN INPUT F-EQUIV
                   END-IF
                   MOVE F-EQUIV-STATUS TO WS-DRL-FSTAT
               WHEN 'PORTREG'
                   MOVE '00' TO F-PORTREG-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-PORTREG
                   ELSE
                       OPEN INPUT F-PORTREG
                   END-IF
                   MOVE F-PORTREG-STATUS TO WS-DRL-FSTAT
               WHEN 'ROOMAST'
                   MOVE '00' TO F-ROOMAST-STATUS
                   IF WS-DRL-MODE = 'O'
                       OPEN OUTPUT F-ROOMAST
                   ELSE
                       OPEN INPUT F-ROOMAST
                   END-IF
                   MOVE F-ROOMAST-STATUS TO WS-DRL-FSTAT
           END-EVALUATE.
       2344-OPEN-INDEXED-END.
           EXIT.

       2346-LOAD-RECORD-START.
           EVALUATE WS-DRT-STORE(WS-DRL-SUB)
               WHEN 'HISTIX'
                   MOVE REC-F-BKIN TO REC-F-HISTIX
                   WRITE REC-F-HISTIX
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'STUMAST'
                   MOVE REC-F-BKIN TO REC-F-STUMAST
                   WRITE REC-F-STUMAST
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'CRSMAST'
                   MOVE REC-F-BKIN TO REC-F-CRSMAST
                   WRITE REC-F-CRSMAST
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'TEAMAST'
                   MOVE REC-F-BKIN TO REC-F-TEAMAST
                   WRITE REC-F-TEAMAST
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'XREF'
                   MOVE REC-F-BKIN TO REC-F-XREF
                   WRITE REC-F-XREF
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'CRSRES'
                   MOVE REC-F-BKIN TO REC-F-CRSRES
                   WRITE REC-F-CRSRES
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'PENDING'
                   MOVE REC-F-BKIN TO REC-F-PENDING
                   WRITE REC-F-PENDING
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'HOLDS'
                   MOVE REC-F-BKIN TO REC-F-HOLDS
                   WRITE REC-F-HOLDS
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'EQUIV'
                   MOVE REC-F-BKIN TO REC-F-EQUIV
                   WRITE REC-F-EQUIV
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'PORTREG'
                   MOVE REC-F-BKIN TO REC-F-PORTREG
                   WRITE REC-F-PORTREG
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
               WHEN 'ROOMAST'
                   MOVE REC-F-BKIN TO REC-F-ROOMAST
                   WRITE REC-F-ROOMAST
                       INVALID KEY
                           ADD 1 TO WS-DRL-KEY-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-DRL-LOADED
                   END-WRITE
           END-EVALUATE.
       2346-LOAD-RECORD-END.
           EXIT.

       2348-UNLOAD-RECORD-START.
           MOVE SPACES TO REC-F-BKOUT.
           EVALUATE WS-DRT-STORE(WS-DRL-SUB)
               WHEN 'HISTIX'
                   READ F-HISTIX NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-HISTIX TO REC-F-BKOUT
                   END-READ
                   MOVE F-HISTIX-STATUS TO WS-DRL-FSTAT
               WHEN 'STUMAST'
                   READ F-STUMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-STUMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-STUMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'CRSMAST'
                   READ F-CRSMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-CRSMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-CRSMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'TEAMAST'
                   READ F-TEAMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-TEAMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-TEAMAST-STATUS TO WS-DRL-FSTAT
               WHEN 'XREF'
                   READ F-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-XREF TO REC-F-BKOUT
                   END-READ
                   MOVE F-XREF-STATUS TO WS-DRL-FSTAT
               WHEN 'CRSRES'
                   READ F-CRSRES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-CRSRES TO REC-F-BKOUT
                   END-READ
                   MOVE F-CRSRES-STATUS TO WS-DRL-FSTAT
               WHEN 'PENDING'
                   READ F-PENDING NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-PENDING TO REC-F-BKOUT
                   END-READ
                   MOVE F-PENDING-STATUS TO WS-DRL-FSTAT
               WHEN 'HOLDS'
                   READ F-HOLDS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-HOLDS TO REC-F-BKOUT
                   END-READ
                   MOVE F-HOLDS-STATUS TO WS-DRL-FSTAT
               WHEN 'EQUIV'
                   READ F-EQUIV NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-EQUIV TO REC-F-BKOUT
                   END-READ
                   MOVE F-EQUIV-STATUS TO WS-DRL-FSTAT
               WHEN 'PORTREG'
                   READ F-PORTREG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-PORTREG TO REC-F-BKOUT
                   END-READ
                   MOVE F-PORTREG-STATUS TO WS-DRL-FSTAT
               WHEN 'ROOMAST'
                   READ F-ROOMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DRL-EOF
                       NOT AT END
                           MOVE REC-F-ROOMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-ROOMAST-STATUS TO WS-DRL-FSTAT
           END-EVALUATE.
           IF WS-DRL-EOF = 'Y'
               GO TO 2348-UNLOAD-RECORD-END
           END-IF.
           IF WS-DRL-FSTAT NOT = '00'
               MOVE 'RESTORE UNREADABLE' TO WS-DRL-RESULT
               MOVE 'Y' TO WS-DRL-EOF
               GO TO 2348-UNLOAD-RECORD-END
           END-IF.
           WRITE REC-F-BKOUT.
       2348-UNLOAD-RECORD-END.
           EXIT.

       2349-CLOSE-INDEXED-START.
           EVALUATE WS-DRT-STORE(WS-DRL-SUB)
               WHEN 'HISTIX'
                   CLOSE F-HISTIX
                   MOVE '00' TO F-HISTIX-STATUS
               WHEN 'STUMAST'
                   CLOSE F-STUMAST
                   MOVE '00' TO F-STUMAST-STATUS
               WHEN 'CRSMAST'
                   CLOSE F-CRSMAST
                   MOVE '00' TO F-CRSMAST-STATUS
               WHEN 'TEAMAST'
                   CLOSE F-TEAMAST
                   MOVE '00' TO F-TEAMAST-STATUS
               WHEN 'XREF'
                   CLOSE F-XREF
                   MOVE '00' TO F-XREF-STATUS
               WHEN 'CRSRES'
                   CLOSE F-CRSRES
                   MOVE '00' TO F-CRSRES-STATUS
               WHEN 'PENDING'
                   CLOSE F-PENDING
                   MOVE '00' TO F-PENDING-STATUS
               WHEN 'HOLDS'
                   CLOSE F-HOLDS
                   MOVE '00' TO F-HOLDS-STATUS
               WHEN 'EQUIV'
                   CLOSE F-EQUIV
                   MOVE '00' TO F-EQUIV-STATUS
               WHEN 'PORTREG'
                   CLOSE F-PORTREG
                   MOVE '00' TO F-PORTREG-STATUS
               WHEN 'ROOMAST'
                   CLOSE F-ROOMAST
                   MOVE '00' TO F-ROOMAST-STATUS
           END-EVALUATE.
       2349-CLOSE-INDEXED-END.
           EXIT.

       2350-OPEN-COPY-START.
           MOVE '00' TO F-BKIN-STATUS.
           OPEN INPUT F-BKIN.
           IF NOT F-BKIN-STATUS-OK
               MOVE 'COPY UNREADABLE' TO WS-DRL-RESULT
               MOVE '00' TO F-BKIN-STATUS
               GO TO 2350-OPEN-COPY-END
           END-IF.
           MOVE '00' TO F-BKOUT-STATUS.
           OPEN OUTPUT F-BKOUT.
           IF NOT F-BKOUT-STATUS-OK
               MOVE 'SCRATCH NOT CREATED' TO WS-DRL-RESULT
               CLOSE F-BKIN
               MOVE '00' TO F-BKIN-STATUS
               MOVE '00' TO F-BKOUT-STATUS
           END-IF.
       2350-OPEN-COPY-END.
           EXIT.

       2360-HASH-BACK-START.
           CALL 'file-hash'.
           IF WS-HSH-UNREADABLE
               MOVE 'RESTORE UNREADABLE' TO WS-DRL-RESULT
           ELSE
               MOVE WS-HSH-COUNT TO WS-DRL-GOT-COUNT
               MOVE WS-HSH-VALUE TO WS-DRL-GOT-HASH
           END-IF.
       2360-HASH-BACK-END.
           EXIT.

       2380-LOG-DRILL-START.
           OPEN EXTEND F-DRLLOG.
           IF F-DRLLOG-STATUS-NOFILE
               MOVE '00' TO F-DRLLOG-STATUS
               OPEN OUTPUT F-DRLLOG
           END-IF.
           IF NOT F-DRLLOG-STATUS-OK
               DISPLAY 'RESTORE-DRILL: UNABLE TO OPEN' SPACE
                       WS-FILE-DRLLOG-NAME ', STATUS' SPACE
                       F-DRLLOG-STATUS
               MOVE '00' TO F-DRLLOG-STATUS
               GO TO 2380-LOG-DRILL-END
           END-IF.
           MOVE SPACES TO REC-F-DRLLOG.
           MOVE WS-RUN-DATE         TO R-DRG-DATE.
           MOVE WS-DRL-CLOCK(1:4)   TO R-DRG-TIME.
           MOVE WS-DRL-SET          TO R-DRG-SET.
           MOVE WS-OPERATOR         TO R-DRG-OPERATOR.
           MOVE WS-DRL-NB           TO R-DRG-STORES.
           MOVE WS-DRL-NB-VERIFIED  TO R-DRG-VERIFIED.
           MOVE WS-DRL-VERDICT      TO R-DRG-VERDICT.
           WRITE REC-F-DRLLOG.
           CLOSE F-DRLLOG.
           MOVE '00' TO F-DRLLOG-STATUS.
       2380-LOG-DRILL-END.
           EXIT.
