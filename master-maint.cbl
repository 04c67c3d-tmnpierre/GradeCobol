           COPY selstm.
           COPY selcrm.
           COPY selcoh.
           COPY selreg.

       DATA DIVISION.
       FILE SECTION.
           COPY fdstm.
           COPY fdcrm.
           COPY fdcoh.
           COPY fdreg.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-MIN-COEF        PIC 9V9     VALUE 0,5.
       01  WS-MAX-COEF        PIC 9V9     VALUE 5,0.

      *> A section or state the registrar sets by hand is stamped
      *> with the last closed term, the term year-rollover.cbl rolls
      *> from -- so the pending rollover leaves that row alone.
       01  WS-SEALED-TERM     PIC X(10)   VALUE SPACES.
       01  WS-STM-OLD-SECTION PIC X(03)   VALUE SPACES.

      *> Prerequisite-graph validation scratch: a transaction that
      *> would hang a dangling course ID or close a circular chain
      *> (A requires B requires A) is rejected here, before every
           03 WS-COH-COURSE   PIC 999.
           03 WS-COH-TERM     PIC X(10).
           03 WS-COH-COEF     PIC 9V9.
           03 WS-COH-TRACK    PIC X(3).
       01  WS-IND-COH         PIC 9(4)    VALUE 0.
       01  WS-COH-COEF-EDIT   PIC 9,9.

           MOVE '00' TO F-MAINTTX-STATUS.
           MOVE '00' TO F-STUMAST-STATUS.
           MOVE '00' TO F-CRSMAST-STATUS.
           MOVE 'termreg.dat' TO WS-FILE-TERMREG-NAME.
           MOVE '00' TO F-TERMREG-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'CONSOLE' TO WS-OPERATOR.
               OPEN I-O F-CRSMAST
           END-IF.

           PERFORM 0305-LOAD-SEALED-TERM-START
              THRU 0305-LOAD-SEALED-TERM-END.

           DISPLAY WS-MAINT-RULE.
           DISPLAY 'MASTER FILE MAINTENANCE'.
           DISPLAY WS-MAINT-RULE.
       0390-RELEASE-LOCK-END.
           EXIT.

      *> The closed-term registry is appended in closing order, so
      *> its last row is the term the next rollover works from.
       0305-LOAD-SEALED-TERM-START.
           MOVE SPACES TO WS-SEALED-TERM.
           OPEN INPUT F-TERMREG.
           IF NOT F-TERMREG-STATUS-OK
               MOVE '00' TO F-TERMREG-STATUS
               GO TO 0305-LOAD-SEALED-TERM-END
           END-IF.
           PERFORM UNTIL F-TERMREG-STATUS-EOF
               READ F-TERMREG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-TRG-TERM NOT = SPACES
                           MOVE R-TRG-TERM TO WS-SEALED-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TERMREG.
           MOVE '00' TO F-TERMREG-STATUS.
       0305-LOAD-SEALED-TERM-END.
           EXIT.

       0310-APPLY-TX-START.
           EVALUATE TRUE
               WHEN R-MTX-STUDENT
                   MOVE R-MTS-NAME TO R-STM-NAME
                   MOVE R-MTS-AGE  TO R-STM-AGE
                   MOVE R-MTS-SECTION TO R-STM-SECTION
                   MOVE R-MTS-TRACK TO R-STM-TRACK
                   MOVE 'A'    TO R-STM-STATE
                   IF R-MTS-STATE NOT = SPACE
                       MOVE R-MTS-STATE TO R-STM-STATE
                   END-IF
                   MOVE WS-SEALED-TERM TO R-STM-ROLLED
                   WRITE REC-F-STUMAST
                       INVALID KEY
                           DISPLAY '  DUPLICATE STUDENT ID: ' R-MTS-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-TX-APPLIED
                   END-WRITE
      *> Read first: the rollover state and term ride along
      *> untouched on a demographic correction; a new section or a
      *> state set by hand re-stamps the rollover term.
               WHEN R-MTX-CHANGE
                   READ F-STUMAST
                       INVALID KEY
                           DISPLAY '  UNKNOWN STUDENT ID: ' R-MTS-ID
                           ADD 1 TO WS-NB-TX-REJECTED
                       NOT INVALID KEY
                           MOVE R-STM-SECTION TO WS-STM-OLD-SECTION
                           MOVE R-MTS-NAME TO R-STM-NAME
                           MOVE R-MTS-AGE  TO R-STM-AGE
                           MOVE R-MTS-SECTION TO R-STM-SECTION
                           MOVE R-MTS-TRACK TO R-STM-TRACK
                           IF R-MTS-STATE NOT = SPACE
                               MOVE R-MTS-STATE TO R-STM-STATE
                           END-IF
                           IF (R-MTS-STATE NOT = SPACE OR
                               R-STM-SECTION NOT = WS-STM-OLD-SECTION)
                              AND WS-SEALED-TERM NOT = SPACES
                               MOVE WS-SEALED-TERM TO R-STM-ROLLED
                           END-IF
                           REWRITE REC-F-STUMAST
                               INVALID KEY
                                   DISPLAY '  UNKNOWN STUDENT ID: '
                                           R-MTS-ID
                                   ADD 1 TO WS-NB-TX-REJECTED
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-TX-APPLIED
                           END-REWRITE
                   END-READ
               WHEN R-MTX-DELETE
                   DELETE F-STUMAST
                       INVALID KEY
               DISPLAY '  AGE OUT OF RANGE (5-25): '
                       REC-F-MAINTTX(1:20)
               MOVE 'N' TO WS-TX-VALID
               GO TO 0325-VALIDATE-STUDENT-TX-END
           END-IF.
           IF NOT R-MTS-STATE-OK
               DISPLAY '  BAD STUDENT STATE: ' REC-F-MAINTTX(1:30)
               MOVE 'N' TO WS-TX-VALID
           END-IF.
       0325-VALIDATE-STUDENT-TX-END.
           EXIT.

       0330-APPLY-COURSE-TX-START.
           MOVE 'N' TO WS-COEF-APPLIED.
           IF R-MTC-TRACK NOT = SPACES
               PERFORM 0338-APPLY-TRACK-COEF-START
                  THRU 0338-APPLY-TRACK-COEF-END
               GO TO 0330-APPLY-COURSE-TX-END
           END-IF.
           IF R-MTX-ADD OR R-MTX-CHANGE
               PERFORM 0335-VALIDATE-COURSE-TX-START
                  THRU 0335-VALIDATE-COURSE-TX-END
                   MOVE R-MTC-TEACHER  TO R-CRM-TEACHER
                   MOVE R-MTC-SCALE    TO R-CRM-SCALE
                   MOVE R-MTC-PREREQ   TO R-CRM-PREREQ
                   MOVE R-MTC-TYPE     TO R-CRM-TYPE
                   MOVE R-MTC-HOURS    TO R-CRM-HOURS
                   WRITE REC-F-CRSMAST
                       INVALID KEY
                           DISPLAY '  DUPLICATE COURSE ID: ' R-MTC-ID
                   MOVE R-MTC-TEACHER  TO R-CRM-TEACHER
                   MOVE R-MTC-SCALE    TO R-CRM-SCALE
                   MOVE R-MTC-PREREQ   TO R-CRM-PREREQ
                   MOVE R-MTC-TYPE     TO R-CRM-TYPE
                   MOVE R-MTC-HOURS    TO R-CRM-HOURS
                   REWRITE REC-F-CRSMAST
                       INVALID KEY
                           DISPLAY '  UNKNOWN COURSE ID: ' R-MTC-ID
           MOVE R-MTC-ID        TO R-COH-COURSE.
           MOVE R-MTC-FROM-TERM TO R-COH-FROM-TERM.
           MOVE R-MTC-COEF      TO R-COH-COEF.
           MOVE R-MTC-TRACK     TO R-COH-TRACK.
           WRITE REC-F-COEFHIST.
           CLOSE F-COEFHIST.
           MOVE '00' TO F-COEFHIST-STATUS.
       0337-RECORD-COEF-VERSION-END.
           EXIT.

      *> A track's own coefficient for a course already on the
      *> master: nothing on the master row changes, the version
      *> history gains a row for that track alone. Delete has no
      *> meaning here -- a track goes back to the course's own
      *> weighting by versioning that coefficient for it.
       0338-APPLY-TRACK-COEF-START.
           IF NOT R-MTX-ADD AND NOT R-MTX-CHANGE
               DISPLAY '  TRACK COEFFICIENT NEEDS ADD OR CHANGE: '
                       REC-F-MAINTTX(1:20)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0338-APPLY-TRACK-COEF-END
           END-IF.
           IF R-MTC-COEF IS NOT NUMERIC
               DISPLAY '  NON-NUMERIC COEFFICIENT: '
                       REC-F-MAINTTX(1:20)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0338-APPLY-TRACK-COEF-END
           END-IF.
           IF R-MTC-COEF < WS-MIN-COEF OR R-MTC-COEF > WS-MAX-COEF
               DISPLAY '  COEFFICIENT OUT OF RANGE (0,5-5,0): '
                       REC-F-MAINTTX(1:20)
               ADD 1 TO WS-NB-TX-REJECTED
               GO TO 0338-APPLY-TRACK-COEF-END
           END-IF.
           MOVE R-MTC-ID TO R-CRM-ID.
           READ F-CRSMAST
               INVALID KEY
                   DISPLAY '  UNKNOWN COURSE ID: ' R-MTC-ID
                   ADD 1 TO WS-NB-TX-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-NB-TX-APPLIED
                   PERFORM 0337-RECORD-COEF-VERSION-START
                      THRU 0337-RECORD-COEF-VERSION-END
           END-READ.
           MOVE '00' TO F-CRSMAST-STATUS.
       0338-APPLY-TRACK-COEF-END.
           EXIT.

      *> Version history per course on the end-of-run summary, so
      *> the registrar sees what a weighting change actually implies
      *> for historical reruns.
                           MOVE R-COH-FROM-TERM TO
                                WS-COH-TERM(WS-NB-COH)
                           MOVE R-COH-COEF TO WS-COH-COEF(WS-NB-COH)
                           MOVE R-COH-TRACK TO WS-COH-TRACK(WS-NB-COH)
                       END-IF
               END-READ
           END-PERFORM.
                                       ' FROM '
                                       WS-COH-TERM(WS-IND-COH)
                                       ' COEF ' WS-COH-COEF-EDIT
                                       ' TRACK '
                                       WS-COH-TRACK(WS-IND-COH)
                           END-IF
                   END-PERFORM
           END-PERFORM.
               MOVE 'N' TO WS-TX-VALID
               GO TO 0335-VALIDATE-COURSE-TX-END
           END-IF.
           IF R-MTC-TYPE = SPACE
               MOVE 'R' TO R-MTC-TYPE
           END-IF.
           IF R-MTC-HOURS IS NOT NUMERIC
               MOVE 0 TO R-MTC-HOURS
           END-IF.
           IF R-MTC-TYPE NOT = 'R' AND R-MTC-TYPE NOT = 'O'
               DISPLAY '  INVALID COURSE TYPE: ' REC-F-MAINTTX(1:20)
               MOVE 'N' TO WS-TX-VALID
               GO TO 0335-VALIDATE-COURSE-TX-END
           END-IF.
           IF R-MTC-PREREQ IS NUMERIC AND R-MTC-PREREQ > 0
               PERFORM 0340-VALIDATE-PREREQ-START
                  THRU 0340-VALIDATE-PREREQ-END
