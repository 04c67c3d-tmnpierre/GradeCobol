       IDENTIFICATION DIVISION.
       PROGRAM-ID. hold-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhld.
           SELECT F-HOLDTX
               ASSIGN TO DYNAMIC WS-FILE-HOLDTX-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HOLDTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhld.
       FD  F-HOLDTX
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HOLDTX.
           03 R-HTX-ACTION     PIC X.
              88 R-HTX-ADD        VALUE 'A'.
              88 R-HTX-CHANGE     VALUE 'C'.
              88 R-HTX-RELEASE    VALUE 'R'.
              88 R-HTX-DELETE     VALUE 'D'.
           03 R-HTX-STUDENT    PIC 999.
           03 R-HTX-TYPE       PIC X(3).
           03 R-HTX-PLACED-BY  PIC X(13).
           03 R-HTX-DATE       PIC 9(8).
           03 R-HTX-CLEARED    PIC 9(8).
           03 FILLER           PIC X(44).

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MAINT-RULE      PIC X(60)   VALUE ALL '-'.
       01  WS-NB-TX-READ      PIC 9(5)    VALUE 0.
       01  WS-NB-TX-APPLIED   PIC 9(5)    VALUE 0.
       01  WS-NB-TX-REJECTED  PIC 9(5)    VALUE 0.
       01  WS-HTX-TODAY       PIC 9(8)    VALUE 0.

      *> Maintenance run for the administrative holds master, same
      *> transaction convention as teacher-maint.cbl, keyed on student
      *> and hold type (BUR bursar, LIB library, REG registrar):
      *>   A  place a hold -- placed-by required, the date defaults
      *>      to today; a released hold of the same type is placed
      *>      again on its old row, only a live one is refused;
      *>   C  correct who placed it or when;
      *>   R  release it -- the row stays, stamped with the cleared
      *>      date (today when none is given), and the next results
      *>      run releases whatever it had been withholding;
      *>   D  delete a hold keyed in error.
       PROCEDURE DIVISION.
       0380-HOLD-MAINT-START.
           MOVE 'holdtx.dat' TO WS-FILE-HOLDTX-NAME.
           MOVE 'holds.dat' TO WS-FILE-HOLDS-NAME.
           MOVE '00' TO F-HOLDTX-STATUS.
           MOVE '00' TO F-HOLDS-STATUS.
           ACCEPT WS-HTX-TODAY FROM DATE YYYYMMDD.

           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> The holds sit with the masters -- the backup set and the
      *> other maintenance jobs must not see them half updated.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'HOLDMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MAINTENANCE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-HOLDTX.
           IF NOT F-HOLDTX-STATUS-OK
               DISPLAY 'HOLD-MAINT: NO TRANSACTION FILE, STATUS'
                       SPACE F-HOLDTX-STATUS
               PERFORM 0389-RELEASE-LOCK-START
                  THRU 0389-RELEASE-LOCK-END
               GOBACK
           END-IF.

           OPEN I-O F-HOLDS.
           IF F-HOLDS-STATUS-NOFILE
               OPEN OUTPUT F-HOLDS
               CLOSE F-HOLDS
               MOVE '00' TO F-HOLDS-STATUS
               OPEN I-O F-HOLDS
           END-IF.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'ADMINISTRATIVE HOLDS MAINTENANCE'.
           DISPLAY WS-MAINT-RULE.

           PERFORM UNTIL F-HOLDTX-STATUS-EOF
               READ F-HOLDTX
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-TX-READ
                       PERFORM 0385-APPLY-TX-START
                          THRU 0385-APPLY-TX-END
               END-READ
           END-PERFORM.

           CLOSE F-HOLDTX.
           CLOSE F-HOLDS.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'TRANSACTIONS READ    :' SPACE WS-NB-TX-READ.
           DISPLAY 'TRANSACTIONS APPLIED :' SPACE WS-NB-TX-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED:' SPACE WS-NB-TX-REJECTED.
           DISPLAY WS-MAINT-RULE.
       0380-HOLD-MAINT-END.
           PERFORM 0389-RELEASE-LOCK-START
              THRU 0389-RELEASE-LOCK-END.
           GOBACK.

       0389-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'HOLDMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0389-RELEASE-LOCK-END.
           EXIT.

       0385-APPLY-TX-START.
           IF R-HTX-STUDENT IS NOT NUMERIC OR R-HTX-STUDENT = 0
               DISPLAY '  BAD STUDENT ID: ' REC-F-HOLDTX(1:40)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0385-APPLY-TX-END
           END-IF.
           MOVE R-HTX-STUDENT TO R-HLD-STUDENT.
           MOVE R-HTX-TYPE    TO R-HLD-TYPE.
           IF NOT R-HLD-TYPE-OK
               DISPLAY '  UNKNOWN HOLD TYPE: ' REC-F-HOLDTX(1:40)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0385-APPLY-TX-END
           END-IF.
           IF (R-HTX-ADD OR R-HTX-CHANGE) AND
              R-HTX-PLACED-BY = SPACES
               DISPLAY '  PLACED-BY MISSING: ' REC-F-HOLDTX(1:40)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0385-APPLY-TX-END
           END-IF.
           IF R-HTX-DATE IS NOT NUMERIC
               MOVE 0 TO R-HTX-DATE
           END-IF.
           IF R-HTX-CLEARED IS NOT NUMERIC
               MOVE 0 TO R-HTX-CLEARED
           END-IF.
           EVALUATE TRUE
               WHEN R-HTX-ADD
                   MOVE R-HTX-PLACED-BY TO R-HLD-PLACED-BY
                   MOVE R-HTX-DATE      TO R-HLD-DATE
                   IF R-HLD-DATE = 0
                       MOVE WS-HTX-TODAY TO R-HLD-DATE
                   END-IF
                   MOVE 0 TO R-HLD-CLEARED
                   WRITE REC-F-HOLDS
                       INVALID KEY
                           PERFORM 0386-REPLACE-HOLD-START
                              THRU 0386-REPLACE-HOLD-END
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-WRITE
               WHEN R-HTX-CHANGE
                   READ F-HOLDS
                       INVALID KEY
                           DISPLAY '  UNKNOWN HOLD: '
                                   R-HTX-STUDENT SPACE R-HTX-TYPE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           MOVE R-HTX-PLACED-BY TO R-HLD-PLACED-BY
                           IF R-HTX-DATE > 0
                               MOVE R-HTX-DATE TO R-HLD-DATE
                           END-IF
                           REWRITE REC-F-HOLDS
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-READ
               WHEN R-HTX-RELEASE
                   READ F-HOLDS
                       INVALID KEY
                           DISPLAY '  UNKNOWN HOLD: '
                                   R-HTX-STUDENT SPACE R-HTX-TYPE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           MOVE R-HTX-CLEARED TO R-HLD-CLEARED
                           IF R-HLD-CLEARED = 0
                               MOVE WS-HTX-TODAY TO R-HLD-CLEARED
                           END-IF
                           REWRITE REC-F-HOLDS
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-READ
               WHEN R-HTX-DELETE
                   DELETE F-HOLDS
                       INVALID KEY
                           DISPLAY '  UNKNOWN HOLD: '
                                   R-HTX-STUDENT SPACE R-HTX-TYPE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-DELETE
               WHEN OTHER
                   DISPLAY '  BAD ACTION CODE: ' REC-F-HOLDTX(1:40)
                   ADD 1 TO WS-NB-TX-REJECTED
           END-EVALUATE.
       0385-APPLY-TX-END.
           EXIT.

      *> The row is already there: a hold cleared earlier is placed
      *> again over it, a hold still in force is a duplicate.
       0386-REPLACE-HOLD-START.
           MOVE '00' TO F-HOLDS-STATUS.
           READ F-HOLDS
               INVALID KEY
                   DISPLAY '  HOLD NOT READABLE: '
                           R-HTX-STUDENT SPACE R-HTX-TYPE SPACE
                           'STATUS' SPACE F-HOLDS-STATUS
                   MOVE '00' TO F-HOLDS-STATUS
                   ADD 1 TO WS-NB-TX-REJECTED
                   GO TO 0386-REPLACE-HOLD-END
           END-READ.
           IF R-HLD-CLEARED IS NOT NUMERIC OR R-HLD-CLEARED = 0
               DISPLAY '  HOLD ALREADY ON FILE: '
                       R-HTX-STUDENT SPACE R-HTX-TYPE
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0386-REPLACE-HOLD-END
           END-IF.
           MOVE R-HTX-PLACED-BY TO R-HLD-PLACED-BY.
           MOVE R-HTX-DATE      TO R-HLD-DATE.
           IF R-HLD-DATE = 0
               MOVE WS-HTX-TODAY TO R-HLD-DATE
           END-IF.
           MOVE 0 TO R-HLD-CLEARED.
           REWRITE REC-F-HOLDS.
           IF NOT F-HOLDS-STATUS-OK
               DISPLAY '  HOLD NOT PLACED AGAIN: '
                       R-HTX-STUDENT SPACE R-HTX-TYPE SPACE
                       'STATUS' SPACE F-HOLDS-STATUS
               MOVE '00' TO F-HOLDS-STATUS
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0386-REPLACE-HOLD-END
           END-IF.
           DISPLAY '  RELEASED HOLD PLACED AGAIN: '
                   R-HTX-STUDENT SPACE R-HTX-TYPE.
           ADD 1 TO WS-NB-TX-APPLIED.
       0386-REPLACE-HOLD-END.
           EXIT.
