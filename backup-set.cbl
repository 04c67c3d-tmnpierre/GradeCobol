       IDENTIFICATION DIVISION.
       PROGRAM-ID. backup-set.

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

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-BKP-RULE        PIC X(60)   VALUE ALL '-'.

      *> The stores that make up a backup set, in the order they are
      *> taken: code, and 'I' for an indexed store (unloaded to a
      *> flat copy) or 'S' for a line-sequential one (copied as is).
       01  WS-STORE-DEFS.
           03 FILLER          PIC X(9)    VALUE 'HISTIX  I'.
           03 FILLER          PIC X(9)    VALUE 'STUMAST I'.
           03 FILLER          PIC X(9)    VALUE 'CRSMAST I'.
           03 FILLER          PIC X(9)    VALUE 'TEAMAST I'.
           03 FILLER          PIC X(9)    VALUE 'XREF    I'.
           03 FILLER          PIC X(9)    VALUE 'SEALED  S'.
           03 FILLER          PIC X(9)    VALUE 'TRNREG  S'.
           03 FILLER          PIC X(9)    VALUE 'AUDIT   S'.
           03 FILLER          PIC X(9)    VALUE 'RUNLOG  S'.
           03 FILLER          PIC X(9)    VALUE 'CRSRES  I'.
           03 FILLER          PIC X(9)    VALUE 'PENDING I'.
           03 FILLER          PIC X(9)    VALUE 'HOLDS   I'.
           03 FILLER          PIC X(9)    VALUE 'EQUIV   I'.
           03 FILLER          PIC X(9)    VALUE 'PORTREG I'.
           03 FILLER          PIC X(9)    VALUE 'ROOMAST I'.
           03 FILLER          PIC X(9)    VALUE 'OPERAUTHS'.
           03 FILLER          PIC X(9)    VALUE 'CANDKEY S'.
           03 FILLER          PIC X(9)    VALUE 'TERMREG S'.
           03 FILLER          PIC X(9)    VALUE 'COEFHISTS'.
           03 FILLER          PIC X(9)    VALUE 'PASSED  S'.
           03 FILLER          PIC X(9)    VALUE 'RUNCTL  S'.
           03 FILLER          PIC X(9)    VALUE 'HISTARCHS'.
           03 FILLER          PIC X(9)    VALUE 'CRSARCH S'.
       01  WS-STORE-TABLE REDEFINES WS-STORE-DEFS.
           03 WS-STORE-ENTRY  OCCURS 23.
              05 WS-STO-CODE     PIC X(8).
              05 WS-STO-ORG      PIC X.
       01  WS-NB-STORES       PIC 99      VALUE 23.
       01  WS-BKP-SUB         PIC 99      VALUE 0.

       01  WS-BKP-CLOCK       PIC 9(8)    VALUE 0.
       01  WS-BKP-SET         PIC X(12)   VALUE SPACES.
       01  WS-BKP-SET-R REDEFINES WS-BKP-SET.
           03 WS-BKP-SET-DATE PIC 9(8).
           03 WS-BKP-SET-TIME PIC 9(4).
       01  WS-BKP-SOURCE      PIC X(50)   VALUE SPACES.
       01  WS-BKP-COPY        PIC X(50)   VALUE SPACES.
       01  WS-BKP-STATE       PIC X(8)    VALUE SPACES.
       01  WS-BKP-FSTAT       PIC X(02)   VALUE '00'.
       01  WS-BKP-EOF         PIC X       VALUE 'N'.
       01  WS-BKP-SRC-COUNT   PIC 9(9)    VALUE 0.
       01  WS-BKP-SRC-HASH    PIC 9(15)   VALUE 0.
       01  WS-BKP-COUNT       PIC 9(9)    VALUE 0.
       01  WS-BKP-HASH        PIC 9(15)   VALUE 0.
       01  WS-BKP-HASH-SUM    PIC 9(18)   VALUE 0.
       01  WS-BKP-NB-ROWS     PIC 99      VALUE 0.
       01  WS-BKP-NB-OK       PIC 99      VALUE 0.
       01  WS-BKP-NB-ABSENT   PIC 99      VALUE 0.
       01  WS-BKP-NB-FAILED   PIC 99      VALUE 0.
      *> Held across the lock release, whose CALL resets RETURN-CODE.
       01  WS-BKP-RC          PIC 99      VALUE 0.
       01  WS-BKP-HIST-HELD   PIC X       VALUE 'N'.
       01  WS-BKP-REJ-HELD    PIC X       VALUE 'N'.
       01  WS-BKP-MAST-HELD   PIC X       VALUE 'N'.

      *> A consistent backup set of the stores the school cannot
      *> rebuild from the term's input: the indexed GPA history and
      *> per-course results, the student, course, teacher and room
      *> masters, the identity cross-reference, the sealed archive,
      *> the transcript register, the grade-change audit trail, the
      *> run journal, the pending corrections, the holds, the course
      *> equivalences, the portal version register, the operator
      *> authorities, the candidate keys, the closed-term registry,
      *> the coefficient versions, the pass history, the run-control
      *> register and the archived history and course rows. The set
      *> is taken under the HISTORY and REJECTS locks a posting run
      *> holds -- as do term close, change approval, hist-maint,
      *> hist-convert, id-merge and purge-student -- and the MASTERS
      *> lock every master maintenance job, the candidate-number
      *> issue and the year-end rollover take, so no job writes any
      *> of the stores between the first copy and the last. (A menu
      *> session or lock-admin.cbl may still append a journal line;
      *> the run journal then fails its read-back and the set is
      *> cataloged FAILED rather than passed.) Each indexed store is
      *> unloaded in key order to a flat copy, each sequential store
      *> copied as is; the copy sits beside the live file under the
      *> set's name (stumast.dat.B202609301815) and is read back
      *> through file-hash.cbl -- a sequential copy must agree with
      *> its live file on both count and hash, an unload with the
      *> records read. One catalog row per store, and a control row
      *> closing the set, are appended to bkcatalog.dat for
      *> restore-drill.cbl. A store the shop does not have yet is
      *> cataloged ABSENT. Condition code: 0 set complete, 8 a store
      *> could not be copied (the set is cataloged FAILED), 12 a
      *> conflicting job holds a lock or the catalog cannot be
      *> written.
       PROCEDURE DIVISION.
       2200-BACKUP-SET-START.
           MOVE 'histix.dat'    TO WS-FILE-HISTIX-NAME.
           MOVE 'stumast.dat'   TO WS-FILE-STUMAST-NAME.
           MOVE 'crsmast.dat'   TO WS-FILE-CRSMAST-NAME.
           MOVE 'teamast.dat'   TO WS-FILE-TEAMAST-NAME.
           MOVE 'xref.dat'      TO WS-FILE-XREF-NAME.
           MOVE 'sealed.dat'    TO WS-FILE-SEALED-NAME.
           MOVE 'trnreg.dat'    TO WS-FILE-TRNREG-NAME.
           MOVE 'audit.dat'     TO WS-FILE-AUDIT-NAME.
           MOVE 'runlog.dat'    TO WS-FILE-RUNLOG-NAME.
           MOVE 'crsres.dat'    TO WS-FILE-CRSRES-NAME.
           MOVE 'pending.dat'   TO WS-FILE-PENDING-NAME.
           MOVE 'holds.dat'     TO WS-FILE-HOLDS-NAME.
           MOVE 'equiv.dat'     TO WS-FILE-EQUIV-NAME.
           MOVE 'portreg.dat'   TO WS-FILE-PORTREG-NAME.
           MOVE 'roomast.dat'   TO WS-FILE-ROOMAST-NAME.
           MOVE 'operauth.dat'  TO WS-FILE-OPERAUTH-NAME.
           MOVE 'candkey.dat'   TO WS-FILE-CANDKEY-NAME.
           MOVE 'termreg.dat'   TO WS-FILE-TERMREG-NAME.
           MOVE 'coefhist.dat'  TO WS-FILE-COEFHIST-NAME.
           MOVE 'passed.dat'    TO WS-FILE-PASSED-NAME.
           MOVE 'runctl.dat'    TO WS-FILE-RUNCTL-NAME.
           MOVE 'histarch.dat'  TO WS-FILE-HISTARCH-NAME.
           MOVE 'crsarch.dat'   TO WS-FILE-CRSARCH-NAME.
           MOVE 'bkcatalog.dat' TO WS-FILE-BKCAT-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-STUMAST-STATUS.
           MOVE '00' TO F-CRSMAST-STATUS.
           MOVE '00' TO F-TEAMAST-STATUS.
           MOVE '00' TO F-XREF-STATUS.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE '00' TO F-PENDING-STATUS.
           MOVE '00' TO F-HOLDS-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.
           MOVE '00' TO F-PORTREG-STATUS.
           MOVE '00' TO F-ROOMAST-STATUS.
           MOVE '00' TO F-BKCAT-STATUS.
           MOVE '00' TO F-BKIN-STATUS.
           MOVE '00' TO F-BKOUT-STATUS.
           MOVE '00' TO F-HASHIN-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BKP-CLOCK FROM TIME.
           MOVE WS-RUN-DATE TO WS-BKP-SET-DATE.
           MOVE WS-BKP-CLOCK(1:4) TO WS-BKP-SET-TIME.

           PERFORM 2205-TAKE-LOCKS-START THRU 2205-TAKE-LOCKS-END.
           IF WS-BKP-MAST-HELD = 'N'
               MOVE 12 TO WS-BKP-RC
               GO TO 2200-BACKUP-SET-END
           END-IF.

           OPEN EXTEND F-BKCAT.
           IF F-BKCAT-STATUS-NOFILE
               MOVE '00' TO F-BKCAT-STATUS
               OPEN OUTPUT F-BKCAT
           END-IF.
           IF NOT F-BKCAT-STATUS-OK
               DISPLAY 'BACKUP-SET: UNABLE TO OPEN' SPACE
                       WS-FILE-BKCAT-NAME ', STATUS' SPACE
                       F-BKCAT-STATUS
               MOVE '00' TO F-BKCAT-STATUS
               MOVE 12 TO WS-BKP-RC
               GO TO 2200-BACKUP-SET-END
           END-IF.

           DISPLAY WS-BKP-RULE.
           DISPLAY 'BACKUP SET      :' SPACE WS-BKP-SET.
           MOVE 0 TO WS-BKP-HASH-SUM.
           PERFORM VARYING WS-BKP-SUB FROM 1 BY 1
              UNTIL WS-BKP-SUB > WS-NB-STORES
                   PERFORM 2210-BACKUP-STORE-START
                      THRU 2210-BACKUP-STORE-END
           END-PERFORM.
           PERFORM 2250-WRITE-CONTROL-START
              THRU 2250-WRITE-CONTROL-END.
           CLOSE F-BKCAT.
           MOVE '00' TO F-BKCAT-STATUS.

           DISPLAY WS-BKP-RULE.
           DISPLAY 'STORES COPIED   :' SPACE WS-BKP-NB-OK.
           DISPLAY 'STORES ABSENT   :' SPACE WS-BKP-NB-ABSENT.
           DISPLAY 'STORES FAILED   :' SPACE WS-BKP-NB-FAILED.
           DISPLAY 'CATALOG         :' SPACE WS-FILE-BKCAT-NAME.
           DISPLAY WS-BKP-RULE.
           IF WS-BKP-NB-FAILED > 0
               MOVE 8 TO WS-BKP-RC
           END-IF.
       2200-BACKUP-SET-END.
           PERFORM 2290-RELEASE-LOCKS-START
              THRU 2290-RELEASE-LOCKS-END.
           MOVE WS-BKP-RC TO RETURN-CODE.
           GOBACK.

      *> The three locks every writer of these stores takes -- held
      *> together, or the set is not taken at all.
       2205-TAKE-LOCKS-START.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'BACKUP'   TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'BACKUP REFUSED -- A CONFLICTING JOB HOLDS'
                       SPACE 'THE HISTORY STORE'
               GO TO 2205-TAKE-LOCKS-END
           END-IF.
           MOVE 'Y' TO WS-BKP-HIST-HELD.

           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'REJECTS'  TO WS-LOCK-NAME.
           MOVE 'BACKUP'   TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'BACKUP REFUSED -- A CONFLICTING JOB HOLDS'
                       SPACE 'THE REJECT FILE'
               GO TO 2205-TAKE-LOCKS-END
           END-IF.
           MOVE 'Y' TO WS-BKP-REJ-HELD.

           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'BACKUP'   TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'BACKUP REFUSED -- A CONFLICTING JOB HOLDS'
                       SPACE 'THE MASTERS'
               GO TO 2205-TAKE-LOCKS-END
           END-IF.
           MOVE 'Y' TO WS-BKP-MAST-HELD.
       2205-TAKE-LOCKS-END.
           EXIT.

       2210-BACKUP-STORE-START.
           EVALUATE WS-STO-CODE(WS-BKP-SUB)
               WHEN 'HISTIX'
                   MOVE WS-FILE-HISTIX-NAME  TO WS-BKP-SOURCE
               WHEN 'STUMAST'
                   MOVE WS-FILE-STUMAST-NAME TO WS-BKP-SOURCE
               WHEN 'CRSMAST'
                   MOVE WS-FILE-CRSMAST-NAME TO WS-BKP-SOURCE
               WHEN 'TEAMAST'
                   MOVE WS-FILE-TEAMAST-NAME TO WS-BKP-SOURCE
               WHEN 'XREF'
                   MOVE WS-FILE-XREF-NAME    TO WS-BKP-SOURCE
               WHEN 'SEALED'
                   MOVE WS-FILE-SEALED-NAME  TO WS-BKP-SOURCE
               WHEN 'TRNREG'
                   MOVE WS-FILE-TRNREG-NAME  TO WS-BKP-SOURCE
               WHEN 'AUDIT'
                   MOVE WS-FILE-AUDIT-NAME   TO WS-BKP-SOURCE
               WHEN 'RUNLOG'
                   MOVE WS-FILE-RUNLOG-NAME  TO WS-BKP-SOURCE
               WHEN 'CRSRES'
                   MOVE WS-FILE-CRSRES-NAME  TO WS-BKP-SOURCE
               WHEN 'PENDING'
                   MOVE WS-FILE-PENDING-NAME TO WS-BKP-SOURCE
               WHEN 'HOLDS'
                   MOVE WS-FILE-HOLDS-NAME   TO WS-BKP-SOURCE
               WHEN 'EQUIV'
                   MOVE WS-FILE-EQUIV-NAME   TO WS-BKP-SOURCE
               WHEN 'PORTREG'
                   MOVE WS-FILE-PORTREG-NAME TO WS-BKP-SOURCE
               WHEN 'ROOMAST'
                   MOVE WS-FILE-ROOMAST-NAME TO WS-BKP-SOURCE
               WHEN 'OPERAUTH'
                   MOVE WS-FILE-OPERAUTH-NAME TO WS-BKP-SOURCE
               WHEN 'CANDKEY'
                   MOVE WS-FILE-CANDKEY-NAME TO WS-BKP-SOURCE
               WHEN 'TERMREG'
                   MOVE WS-FILE-TERMREG-NAME TO WS-BKP-SOURCE
               WHEN 'COEFHIST'
                   MOVE WS-FILE-COEFHIST-NAME TO WS-BKP-SOURCE
               WHEN 'PASSED'
                   MOVE WS-FILE-PASSED-NAME  TO WS-BKP-SOURCE
               WHEN 'RUNCTL'
                   MOVE WS-FILE-RUNCTL-NAME  TO WS-BKP-SOURCE
               WHEN 'HISTARCH'
                   MOVE WS-FILE-HISTARCH-NAME TO WS-BKP-SOURCE
               WHEN 'CRSARCH'
                   MOVE WS-FILE-CRSARCH-NAME TO WS-BKP-SOURCE
           END-EVALUATE.
           MOVE SPACES TO WS-BKP-COPY.
           STRING WS-BKP-SOURCE DELIMITED BY SPACE
                  '.B'          DELIMITED BY SIZE
                  WS-BKP-SET    DELIMITED BY SIZE
               INTO WS-BKP-COPY.

           MOVE SPACES TO WS-BKP-STATE.
           MOVE 0 TO WS-BKP-COUNT.
           MOVE 0 TO WS-BKP-HASH.
           IF WS-STO-ORG(WS-BKP-SUB) = 'I'
               PERFORM 2230-UNLOAD-INDEXED-START
                  THRU 2230-UNLOAD-INDEXED-END
           ELSE
               PERFORM 2220-COPY-SEQUENTIAL-START
                  THRU 2220-COPY-SEQUENTIAL-END
           END-IF.

           EVALUATE WS-BKP-STATE
               WHEN 'OK'
                   ADD 1 TO WS-BKP-NB-OK
                   ADD WS-BKP-HASH TO WS-BKP-HASH-SUM
               WHEN 'ABSENT'
                   ADD 1 TO WS-BKP-NB-ABSENT
                   MOVE SPACES TO WS-BKP-COPY
               WHEN OTHER
                   MOVE 'FAILED' TO WS-BKP-STATE
                   ADD 1 TO WS-BKP-NB-FAILED
           END-EVALUATE.
           PERFORM 2240-WRITE-ROW-START THRU 2240-WRITE-ROW-END.
           DISPLAY WS-STO-CODE(WS-BKP-SUB) SPACE WS-BKP-STATE SPACE
                   WS-BKP-COUNT SPACE WS-BKP-COPY.
       2210-BACKUP-STORE-END.
           EXIT.

      *> A sequential store is copied line for line and the copy held
      *> to the live file: same count, same hash.
       2220-COPY-SEQUENTIAL-START.
           MOVE WS-BKP-SOURCE TO WS-FILE-BKIN-NAME.
           MOVE '00' TO F-BKIN-STATUS.
           OPEN INPUT F-BKIN.
           IF F-BKIN-STATUS-NOFILE
               MOVE '00' TO F-BKIN-STATUS
               MOVE 'ABSENT' TO WS-BKP-STATE
               GO TO 2220-COPY-SEQUENTIAL-END
           END-IF.
           IF NOT F-BKIN-STATUS-OK
               DISPLAY 'BACKUP-SET: UNABLE TO OPEN' SPACE
                       WS-BKP-SOURCE ', STATUS' SPACE F-BKIN-STATUS
               MOVE '00' TO F-BKIN-STATUS
               MOVE 'FAILED' TO WS-BKP-STATE
               GO TO 2220-COPY-SEQUENTIAL-END
           END-IF.
           MOVE WS-BKP-COPY TO WS-FILE-BKOUT-NAME.
           MOVE '00' TO F-BKOUT-STATUS.
           OPEN OUTPUT F-BKOUT.
           IF NOT F-BKOUT-STATUS-OK
               DISPLAY 'BACKUP-SET: UNABLE TO OPEN' SPACE
                       WS-BKP-COPY ', STATUS' SPACE F-BKOUT-STATUS
               CLOSE F-BKIN
               MOVE '00' TO F-BKIN-STATUS
               MOVE '00' TO F-BKOUT-STATUS
               MOVE 'FAILED' TO WS-BKP-STATE
               GO TO 2220-COPY-SEQUENTIAL-END
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
               DISPLAY 'BACKUP-SET: READ ERROR ON' SPACE
                       WS-BKP-SOURCE ', STATUS' SPACE F-BKIN-STATUS
               MOVE 'FAILED' TO WS-BKP-STATE
           END-IF.
           CLOSE F-BKOUT.
           CLOSE F-BKIN.
           MOVE '00' TO F-BKIN-STATUS.
           MOVE '00' TO F-BKOUT-STATUS.
           IF WS-BKP-STATE = 'FAILED'
               GO TO 2220-COPY-SEQUENTIAL-END
           END-IF.

           MOVE WS-BKP-SOURCE TO WS-FILE-HASHIN-NAME.
           CALL 'file-hash'.
           MOVE WS-HSH-COUNT TO WS-BKP-SRC-COUNT.
           MOVE WS-HSH-VALUE TO WS-BKP-SRC-HASH.
           PERFORM 2225-HASH-COPY-START THRU 2225-HASH-COPY-END.
           IF WS-BKP-STATE = 'OK' AND
              (WS-BKP-COUNT NOT = WS-BKP-SRC-COUNT OR
               WS-BKP-HASH NOT = WS-BKP-SRC-HASH)
               DISPLAY 'BACKUP-SET: COPY OF' SPACE WS-BKP-SOURCE
                       SPACE 'DOES NOT AGREE WITH THE LIVE FILE'
               MOVE 'FAILED' TO WS-BKP-STATE
           END-IF.
       2220-COPY-SEQUENTIAL-END.
           EXIT.

       2225-HASH-COPY-START.
           MOVE WS-BKP-COPY TO WS-FILE-HASHIN-NAME.
           CALL 'file-hash'.
           IF WS-HSH-UNREADABLE
               DISPLAY 'BACKUP-SET: COPY' SPACE WS-BKP-COPY SPACE
                       'CANNOT BE READ BACK'
               MOVE 'FAILED' TO WS-BKP-STATE
           ELSE
               MOVE WS-HSH-COUNT TO WS-BKP-COUNT
               MOVE WS-HSH-VALUE TO WS-BKP-HASH
               MOVE 'OK' TO WS-BKP-STATE
           END-IF.
       2225-HASH-COPY-END.
           EXIT.

      *> An indexed store is unloaded in key order, one record per
      *> line, and the unload held to the records read.
       2230-UNLOAD-INDEXED-START.
           PERFORM 2232-OPEN-INDEXED-START THRU 2232-OPEN-INDEXED-END.
           IF WS-BKP-FSTAT = '35'
               MOVE 'ABSENT' TO WS-BKP-STATE
               GO TO 2230-UNLOAD-INDEXED-END
           END-IF.
           IF WS-BKP-FSTAT NOT = '00'
               DISPLAY 'BACKUP-SET: UNABLE TO OPEN' SPACE
                       WS-BKP-SOURCE ', STATUS' SPACE WS-BKP-FSTAT
               MOVE 'FAILED' TO WS-BKP-STATE
               GO TO 2230-UNLOAD-INDEXED-END
           END-IF.
           MOVE WS-BKP-COPY TO WS-FILE-BKOUT-NAME.
           MOVE '00' TO F-BKOUT-STATUS.
           OPEN OUTPUT F-BKOUT.
           IF NOT F-BKOUT-STATUS-OK
               DISPLAY 'BACKUP-SET: UNABLE TO OPEN' SPACE
                       WS-BKP-COPY ', STATUS' SPACE F-BKOUT-STATUS
               MOVE '00' TO F-BKOUT-STATUS
               PERFORM 2238-CLOSE-INDEXED-START
                  THRU 2238-CLOSE-INDEXED-END
               MOVE 'FAILED' TO WS-BKP-STATE
               GO TO 2230-UNLOAD-INDEXED-END
           END-IF.
           MOVE 0 TO WS-BKP-SRC-COUNT.
           MOVE 'N' TO WS-BKP-EOF.
           PERFORM UNTIL WS-BKP-EOF = 'Y'
               PERFORM 2234-READ-INDEXED-START
                  THRU 2234-READ-INDEXED-END
           END-PERFORM.
           PERFORM 2238-CLOSE-INDEXED-START
              THRU 2238-CLOSE-INDEXED-END.
           CLOSE F-BKOUT.
           MOVE '00' TO F-BKOUT-STATUS.
           IF WS-BKP-STATE = 'FAILED'
               GO TO 2230-UNLOAD-INDEXED-END
           END-IF.

           PERFORM 2225-HASH-COPY-START THRU 2225-HASH-COPY-END.
           IF WS-BKP-STATE = 'OK' AND
              WS-BKP-COUNT NOT = WS-BKP-SRC-COUNT
               DISPLAY 'BACKUP-SET: UNLOAD OF' SPACE WS-BKP-SOURCE
                       SPACE 'DOES NOT HOLD THE RECORDS READ'
               MOVE 'FAILED' TO WS-BKP-STATE
           END-IF.
       2230-UNLOAD-INDEXED-END.
           EXIT.

       2232-OPEN-INDEXED-START.
           EVALUATE WS-STO-CODE(WS-BKP-SUB)
               WHEN 'HISTIX'
                   MOVE '00' TO F-HISTIX-STATUS
                   OPEN INPUT F-HISTIX
                   MOVE F-HISTIX-STATUS TO WS-BKP-FSTAT
               WHEN 'STUMAST'
                   MOVE '00' TO F-STUMAST-STATUS
                   OPEN INPUT F-STUMAST
                   MOVE F-STUMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'CRSMAST'
                   MOVE '00' TO F-CRSMAST-STATUS
                   OPEN INPUT F-CRSMAST
                   MOVE F-CRSMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'TEAMAST'
                   MOVE '00' TO F-TEAMAST-STATUS
                   OPEN INPUT F-TEAMAST
                   MOVE F-TEAMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'XREF'
                   MOVE '00' TO F-XREF-STATUS
                   OPEN INPUT F-XREF
                   MOVE F-XREF-STATUS TO WS-BKP-FSTAT
               WHEN 'CRSRES'
                   MOVE '00' TO F-CRSRES-STATUS
                   OPEN INPUT F-CRSRES
                   MOVE F-CRSRES-STATUS TO WS-BKP-FSTAT
               WHEN 'PENDING'
                   MOVE '00' TO F-PENDING-STATUS
                   OPEN INPUT F-PENDING
                   MOVE F-PENDING-STATUS TO WS-BKP-FSTAT
               WHEN 'HOLDS'
                   MOVE '00' TO F-HOLDS-STATUS
                   OPEN INPUT F-HOLDS
                   MOVE F-HOLDS-STATUS TO WS-BKP-FSTAT
               WHEN 'EQUIV'
                   MOVE '00' TO F-EQUIV-STATUS
                   OPEN INPUT F-EQUIV
                   MOVE F-EQUIV-STATUS TO WS-BKP-FSTAT
               WHEN 'PORTREG'
                   MOVE '00' TO F-PORTREG-STATUS
                   OPEN INPUT F-PORTREG
                   MOVE F-PORTREG-STATUS TO WS-BKP-FSTAT
               WHEN 'ROOMAST'
                   MOVE '00' TO F-ROOMAST-STATUS
                   OPEN INPUT F-ROOMAST
                   MOVE F-ROOMAST-STATUS TO WS-BKP-FSTAT
           END-EVALUATE.
       2232-OPEN-INDEXED-END.
           EXIT.

       2234-READ-INDEXED-START.
           MOVE SPACES TO REC-F-BKOUT.
           EVALUATE WS-STO-CODE(WS-BKP-SUB)
               WHEN 'HISTIX'
                   READ F-HISTIX NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-HISTIX TO REC-F-BKOUT
                   END-READ
                   MOVE F-HISTIX-STATUS TO WS-BKP-FSTAT
               WHEN 'STUMAST'
                   READ F-STUMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-STUMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-STUMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'CRSMAST'
                   READ F-CRSMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-CRSMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-CRSMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'TEAMAST'
                   READ F-TEAMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-TEAMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-TEAMAST-STATUS TO WS-BKP-FSTAT
               WHEN 'XREF'
                   READ F-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-XREF TO REC-F-BKOUT
                   END-READ
                   MOVE F-XREF-STATUS TO WS-BKP-FSTAT
               WHEN 'CRSRES'
                   READ F-CRSRES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-CRSRES TO REC-F-BKOUT
                   END-READ
                   MOVE F-CRSRES-STATUS TO WS-BKP-FSTAT
               WHEN 'PENDING'
                   READ F-PENDING NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-PENDING TO REC-F-BKOUT
                   END-READ
                   MOVE F-PENDING-STATUS TO WS-BKP-FSTAT
               WHEN 'HOLDS'
                   READ F-HOLDS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-HOLDS TO REC-F-BKOUT
                   END-READ
                   MOVE F-HOLDS-STATUS TO WS-BKP-FSTAT
               WHEN 'EQUIV'
                   READ F-EQUIV NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-EQUIV TO REC-F-BKOUT
                   END-READ
                   MOVE F-EQUIV-STATUS TO WS-BKP-FSTAT
               WHEN 'PORTREG'
                   READ F-PORTREG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-PORTREG TO REC-F-BKOUT
                   END-READ
                   MOVE F-PORTREG-STATUS TO WS-BKP-FSTAT
               WHEN 'ROOMAST'
                   READ F-ROOMAST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BKP-EOF
                       NOT AT END
                           MOVE REC-F-ROOMAST TO REC-F-BKOUT
                   END-READ
                   MOVE F-ROOMAST-STATUS TO WS-BKP-FSTAT
           END-EVALUATE.
           IF WS-BKP-EOF = 'Y'
               GO TO 2234-READ-INDEXED-END
           END-IF.
           IF WS-BKP-FSTAT NOT = '00'
               DISPLAY 'BACKUP-SET: READ ERROR ON' SPACE
                       WS-BKP-SOURCE ', STATUS' SPACE WS-BKP-FSTAT
               MOVE 'FAILED' TO WS-BKP-STATE
               MOVE 'Y' TO WS-BKP-EOF
               GO TO 2234-READ-INDEXED-END
           END-IF.
           WRITE REC-F-BKOUT.
           ADD 1 TO WS-BKP-SRC-COUNT.
       2234-READ-INDEXED-END.
           EXIT.

       2238-CLOSE-INDEXED-START.
           EVALUATE WS-STO-CODE(WS-BKP-SUB)
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
       2238-CLOSE-INDEXED-END.
           EXIT.

       2240-WRITE-ROW-START.
           MOVE SPACES TO REC-F-BKCAT.
           MOVE WS-BKP-SET               TO R-BKC-SET.
           MOVE WS-STO-CODE(WS-BKP-SUB)  TO R-BKC-STORE.
           MOVE WS-STO-ORG(WS-BKP-SUB)   TO R-BKC-ORG.
           MOVE WS-BKP-SOURCE            TO R-BKC-SOURCE.
           MOVE WS-BKP-COPY              TO R-BKC-COPY.
           MOVE WS-BKP-COUNT             TO R-BKC-COUNT.
           MOVE WS-BKP-HASH              TO R-BKC-HASH.
           MOVE WS-BKP-STATE             TO R-BKC-STATE.
           WRITE REC-F-BKCAT.
           ADD 1 TO WS-BKP-NB-ROWS.
       2240-WRITE-ROW-END.
           EXIT.

      *> No control row means the set was cut short -- the drill
      *> refuses it.
       2250-WRITE-CONTROL-START.
           MOVE SPACES TO REC-F-BKCAT.
           MOVE WS-BKP-SET      TO R-BKC-SET.
           MOVE '*SET*'         TO R-BKC-STORE.
           MOVE WS-OPERATOR     TO R-BKC-SOURCE.
           MOVE WS-BKP-NB-ROWS  TO R-BKC-COUNT.
           MOVE WS-BKP-HASH-SUM TO R-BKC-HASH.
           IF WS-BKP-NB-FAILED > 0
               MOVE 'FAILED' TO R-BKC-STATE
           ELSE
               MOVE 'COMPLETE' TO R-BKC-STATE
           END-IF.
           WRITE REC-F-BKCAT.
       2250-WRITE-CONTROL-END.
           EXIT.

       2290-RELEASE-LOCKS-START.
           IF WS-BKP-MAST-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'MASTERS'  TO WS-LOCK-NAME
               MOVE 'BACKUP'   TO WS-LOCK-JOB
               CALL 'run-lock'
           END-IF.
           IF WS-BKP-REJ-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'REJECTS'  TO WS-LOCK-NAME
               MOVE 'BACKUP'   TO WS-LOCK-JOB
               CALL 'run-lock'
           END-IF.
           IF WS-BKP-HIST-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'HISTORY'  TO WS-LOCK-NAME
               MOVE 'BACKUP'   TO WS-LOCK-JOB
               CALL 'run-lock'
           END-IF.
       2290-RELEASE-LOCKS-END.
           EXIT.
