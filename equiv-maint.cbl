       IDENTIFICATION DIVISION.
       PROGRAM-ID. equiv-maint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY seletx.
           COPY selequ.

       DATA DIVISION.
       FILE SECTION.
           COPY fdetx.
           COPY fdequ.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MAINT-RULE      PIC X(60)   VALUE ALL '-'.
       01  WS-NB-TX-READ      PIC 9(5)    VALUE 0.
       01  WS-NB-TX-APPLIED   PIC 9(5)    VALUE 0.
       01  WS-NB-TX-REJECTED  PIC 9(5)    VALUE 0.

      *> Dedicated maintenance run for the course equivalence and
      *> succession master, same transaction convention as
      *> xref-maint.cbl: add/change/delete rows carrying the old
      *> course, the new course and the term the succession takes
      *> effect from. Old 014 split into 031 and 032 is two adds.
       PROCEDURE DIVISION.
       4750-EQUIV-MAINT-START.
           MOVE 'equivtx.dat' TO WS-FILE-EQUIVTX-NAME.
           MOVE 'equiv.dat'   TO WS-FILE-EQUIV-NAME.
           MOVE '00' TO F-EQUIVTX-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.

           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> The equivalences sit with the masters -- the backup set and the
      *> other maintenance jobs must not see them half updated.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'EQUIVMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MAINTENANCE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-EQUIVTX.
           IF NOT F-EQUIVTX-STATUS-OK
               DISPLAY 'EQUIV-MAINT: NO TRANSACTION FILE, STATUS'
                       SPACE F-EQUIVTX-STATUS
               PERFORM 4790-RELEASE-LOCK-START
                  THRU 4790-RELEASE-LOCK-END
               GOBACK
           END-IF.

           OPEN I-O F-EQUIV.
           IF F-EQUIV-STATUS-NOFILE
               OPEN OUTPUT F-EQUIV
               CLOSE F-EQUIV
               MOVE '00' TO F-EQUIV-STATUS
               OPEN I-O F-EQUIV
           END-IF.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'COURSE EQUIVALENCE MAINTENANCE'.
           DISPLAY WS-MAINT-RULE.

           PERFORM UNTIL F-EQUIVTX-STATUS-EOF
               READ F-EQUIVTX
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-TX-READ
                       PERFORM 4760-APPLY-TX-START
                          THRU 4760-APPLY-TX-END
               END-READ
           END-PERFORM.

           CLOSE F-EQUIVTX.
           CLOSE F-EQUIV.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'TRANSACTIONS READ    :' SPACE WS-NB-TX-READ.
           DISPLAY 'TRANSACTIONS APPLIED :' SPACE WS-NB-TX-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED:' SPACE WS-NB-TX-REJECTED.
           DISPLAY WS-MAINT-RULE.
       4750-EQUIV-MAINT-END.
           PERFORM 4790-RELEASE-LOCK-START
              THRU 4790-RELEASE-LOCK-END.
           GOBACK.

       4790-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'EQUIVMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       4790-RELEASE-LOCK-END.
           EXIT.

      *> A course cannot succeed itself, and both course numbers must
      *> be numeric -- a bad pair would satisfy nothing or everything.
       4760-APPLY-TX-START.
           IF R-ETX-OLD IS NOT NUMERIC OR R-ETX-NEW IS NOT NUMERIC
              OR R-ETX-OLD = R-ETX-NEW
               DISPLAY '  BAD COURSE PAIR: ' REC-F-EQUIVTX(1:20)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 4760-APPLY-TX-END
           END-IF.
           MOVE R-ETX-OLD TO R-EQU-OLD.
           MOVE R-ETX-NEW TO R-EQU-NEW.
           EVALUATE TRUE
               WHEN R-ETX-ADD
                   MOVE SPACES TO REC-F-EQUIV
                   MOVE R-ETX-OLD TO R-EQU-OLD
                   MOVE R-ETX-NEW TO R-EQU-NEW
                   MOVE R-ETX-FROM-TERM TO R-EQU-FROM-TERM
                   WRITE REC-F-EQUIV
                       INVALID KEY
                           DISPLAY '  DUPLICATE EQUIVALENCE: '
                                   R-ETX-OLD ' -> ' R-ETX-NEW
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-WRITE
               WHEN R-ETX-CHANGE
                   MOVE R-ETX-FROM-TERM TO R-EQU-FROM-TERM
                   REWRITE REC-F-EQUIV
                       INVALID KEY
                           DISPLAY '  UNKNOWN EQUIVALENCE: '
                                   R-ETX-OLD ' -> ' R-ETX-NEW
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-REWRITE
               WHEN R-ETX-DELETE
                   DELETE F-EQUIV
                       INVALID KEY
                           DISPLAY '  UNKNOWN EQUIVALENCE: '
                                   R-ETX-OLD ' -> ' R-ETX-NEW
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-DELETE
               WHEN OTHER
                   DISPLAY '  BAD ACTION CODE: ' REC-F-EQUIVTX(1:20)
                   ADD 1 TO WS-NB-TX-REJECTED
           END-EVALUATE.
       4760-APPLY-TX-END.
           EXIT.
