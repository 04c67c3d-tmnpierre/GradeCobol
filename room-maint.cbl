       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selrom.
           SELECT F-ROOMTX
               ASSIGN TO DYNAMIC WS-FILE-ROOMTX-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ROOMTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY fdrom.
       FD  F-ROOMTX
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ROOMTX.
           03 R-RTX-ACTION     PIC X.
              88 R-RTX-ADD        VALUE 'A'.
              88 R-RTX-CHANGE     VALUE 'C'.
              88 R-RTX-DELETE     VALUE 'D'.
           03 R-RTX-CODE       PIC X(6).
           03 R-RTX-SEATS      PIC 999.
           03 R-RTX-BUILDING   PIC X(20).
           03 FILLER           PIC X(50).

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-MAINT-RULE      PIC X(60)   VALUE ALL '-'.
       01  WS-NB-TX-READ      PIC 9(5)    VALUE 0.
       01  WS-NB-TX-APPLIED   PIC 9(5)    VALUE 0.
       01  WS-NB-TX-REJECTED  PIC 9(5)    VALUE 0.

      *> Maintenance run for the exam room master, same transaction
      *> convention as teacher-maint.cbl: add/change/delete rows
      *> keyed on the room code. A room must seat at least one
      *> candidate -- a room closed for the session is deleted, not
      *> left at zero seats for exam-seating.cbl to skip around.
       PROCEDURE DIVISION.
       0370-ROOM-MAINT-START.
           MOVE 'roomtx.dat' TO WS-FILE-ROOMTX-NAME.
           MOVE 'roomast.dat' TO WS-FILE-ROOMAST-NAME.
           MOVE '00' TO F-ROOMTX-STATUS.
           MOVE '00' TO F-ROOMAST-STATUS.

           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> The room master sit with the masters -- the backup set and the
      *> other maintenance jobs must not see them half updated.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'ROOMMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MAINTENANCE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-ROOMTX.
           IF NOT F-ROOMTX-STATUS-OK
               DISPLAY 'ROOM-MAINT: NO TRANSACTION FILE, STATUS'
                       SPACE F-ROOMTX-STATUS
               PERFORM 0379-RELEASE-LOCK-START
                  THRU 0379-RELEASE-LOCK-END
               GOBACK
           END-IF.

           OPEN I-O F-ROOMAST.
           IF F-ROOMAST-STATUS-NOFILE
               OPEN OUTPUT F-ROOMAST
               CLOSE F-ROOMAST
               MOVE '00' TO F-ROOMAST-STATUS
               OPEN I-O F-ROOMAST
           END-IF.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'EXAM ROOM MASTER MAINTENANCE'.
           DISPLAY WS-MAINT-RULE.

           PERFORM UNTIL F-ROOMTX-STATUS-EOF
               READ F-ROOMTX
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-TX-READ
                       PERFORM 0375-APPLY-TX-START
                          THRU 0375-APPLY-TX-END
               END-READ
           END-PERFORM.

           CLOSE F-ROOMTX.
           CLOSE F-ROOMAST.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'TRANSACTIONS READ    :' SPACE WS-NB-TX-READ.
           DISPLAY 'TRANSACTIONS APPLIED :' SPACE WS-NB-TX-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED:' SPACE WS-NB-TX-REJECTED.
           DISPLAY WS-MAINT-RULE.
       0370-ROOM-MAINT-END.
           PERFORM 0379-RELEASE-LOCK-START
              THRU 0379-RELEASE-LOCK-END.
           GOBACK.

       0379-RELEASE-LOCK-START.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'ROOMMAINT' TO WS-LOCK-JOB.
           CALL 'run-lock'.
       0379-RELEASE-LOCK-END.
           EXIT.

       0375-APPLY-TX-START.
           IF R-RTX-CODE = SPACES
               DISPLAY '  BLANK ROOM CODE: '
                       REC-F-ROOMTX(1:30)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0375-APPLY-TX-END
           END-IF.
           IF (R-RTX-ADD OR R-RTX-CHANGE) AND
              (R-RTX-SEATS IS NOT NUMERIC OR R-RTX-SEATS = 0)
               DISPLAY '  BAD SEAT COUNT: ' REC-F-ROOMTX(1:30)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0375-APPLY-TX-END
           END-IF.
           MOVE R-RTX-CODE TO R-ROM-CODE.
           EVALUATE TRUE
               WHEN R-RTX-ADD
                   MOVE R-RTX-SEATS    TO R-ROM-SEATS
                   MOVE R-RTX-BUILDING TO R-ROM-BUILDING
                   WRITE REC-F-ROOMAST
                       INVALID KEY
                           DISPLAY '  DUPLICATE ROOM: '
                                   R-RTX-CODE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-WRITE
               WHEN R-RTX-CHANGE
                   MOVE R-RTX-SEATS    TO R-ROM-SEATS
                   MOVE R-RTX-BUILDING TO R-ROM-BUILDING
                   REWRITE REC-F-ROOMAST
                       INVALID KEY
                           DISPLAY '  UNKNOWN ROOM: '
                                   R-RTX-CODE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-REWRITE
               WHEN R-RTX-DELETE
                   DELETE F-ROOMAST
                       INVALID KEY
                           DISPLAY '  UNKNOWN ROOM: '
                                   R-RTX-CODE
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-DELETE
               WHEN OTHER
                   DISPLAY '  BAD ACTION CODE: ' REC-F-ROOMTX(1:30)
                   ADD 1 TO WS-NB-TX-REJECTED
           END-EVALUATE.
       0375-APPLY-TX-END.
           EXIT.
