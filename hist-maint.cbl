       FILE-CONTROL.
           COPY selhix.
           COPY selhar.
           COPY selcrr.
           COPY selcra.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhix.
           COPY fdhar.
           COPY fdcrr.
           COPY fdcra.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-NB-CHANGED      PIC 9(4)    VALUE 0.
       01  WS-NB-PURGED       PIC 9(4)    VALUE 0.
       01  WS-STUDENT-DONE    PIC X       VALUE 'N'.
       01  WS-GRADE-EDIT      PIC Z9,99.
       01  WS-NB-CRS-CHANGED  PIC 9(4)    VALUE 0.
       01  WS-NB-CRS-PURGED   PIC 9(4)    VALUE 0.
      *> The per-course results store follows every void and purge
      *> of the term-average store; an installation that has never
      *> posted course rows simply has none to maintain.
       01  WS-CRSRES-OPEN     PIC X       VALUE 'N'.

      *> Maintenance utility for the indexed GPA history store: list
      *> a student's rows, void or correct a specific term row in
           MOVE 'histarch.dat' TO WS-FILE-HISTARCH-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-HISTARCH-STATUS.
           MOVE 'crsres.dat'   TO WS-FILE-CRSRES-NAME.
           MOVE 'crsarch.dat'  TO WS-FILE-CRSARCH-NAME.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE '00' TO F-CRSARCH-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'runlog.dat'  TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *> Started from the operator menu, the operator is known.
           IF NOT WS-IS-MENU-SESSION
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                   MOVE 'CONSOLE' TO WS-OPERATOR
               END-IF
           END-IF.

      *> Maintenance rewrites rows promo may be appending -- the
      *> HISTORY lock keeps the two out of each other's updates.
               GOBACK
           END-IF.

           MOVE 'N' TO WS-CRSRES-OPEN.
           OPEN I-O F-CRSRES.
           IF F-CRSRES-STATUS-OK
               MOVE 'Y' TO WS-CRSRES-OPEN
           END-IF.
           MOVE '00' TO F-CRSRES-STATUS.

           DISPLAY '(L)IST (V)OID (C)ORRECT (P)URGE ? '.
           ACCEPT WS-MODE.

                   PERFORM 0420-LIST-STUDENT-START
                      THRU 0420-LIST-STUDENT-END
               WHEN 'V' WHEN 'v'
                   MOVE 'HISTVOID' TO WS-AUTH-PRIV
                   PERFORM 0480-CHECK-AUTHORITY-START
                      THRU 0480-CHECK-AUTHORITY-END
                   IF WS-AUTH-GRANTED
                       PERFORM 0430-VOID-ROW-START
                          THRU 0430-VOID-ROW-END
                   END-IF
               WHEN 'C' WHEN 'c'
                   MOVE 'HISTVOID' TO WS-AUTH-PRIV
                   PERFORM 0480-CHECK-AUTHORITY-START
                      THRU 0480-CHECK-AUTHORITY-END
                   IF WS-AUTH-GRANTED
                       PERFORM 0440-CORRECT-ROW-START
                          THRU 0440-CORRECT-ROW-END
                   END-IF
               WHEN 'P' WHEN 'p'
                   MOVE 'HISTPURG' TO WS-AUTH-PRIV
                   PERFORM 0480-CHECK-AUTHORITY-START
                      THRU 0480-CHECK-AUTHORITY-END
                   IF WS-AUTH-GRANTED
                       PERFORM 0450-PURGE-TERMS-START
                          THRU 0450-PURGE-TERMS-END
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE -- NOTHING DONE'
           END-EVALUATE.

           CLOSE F-HISTIX.
           IF WS-CRSRES-OPEN = 'Y'
               CLOSE F-CRSRES
               MOVE '00' TO F-CRSRES-STATUS
           END-IF.
       0400-HIST-MAINT-END.
           PERFORM 0490-RELEASE-LOCK-START
              THRU 0490-RELEASE-LOCK-END.
       0490-RELEASE-LOCK-END.
           EXIT.

      *> Listing is open to anyone at the console; voiding or
      *> correcting a row needs HISTVOID and purging needs HISTPURG
      *> in the operator authorization table. A refusal is journaled
      *> and the run ends with condition code 12.
       0480-CHECK-AUTHORITY-START.
           MOVE 'HISTMAINT' TO WS-AUTH-JOB.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'U' TO WS-AUTH-REFUSAL
               CALL 'run-journal'
               DISPLAY 'MAINTENANCE REFUSED -- NOTHING CHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
       0480-CHECK-AUTHORITY-END.
           EXIT.

       0420-LIST-STUDENT-START.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-QUERY-ID.
           END-PERFORM.
           MOVE '00' TO F-HISTIX-STATUS.
           DISPLAY WS-MAINT-RULE.
           IF WS-CRSRES-OPEN = 'Y'
               PERFORM 0425-LIST-COURSES-START
                  THRU 0425-LIST-COURSES-END
           END-IF.
       0420-LIST-STUDENT-END.
           EXIT.

      *> The student's per-course rows under the term averages:
      *> course, term, mark (or its status code), coefficient.
       0425-LIST-COURSES-START.
           MOVE WS-QUERY-ID TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   GO TO 0425-LIST-COURSES-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-CRR-STUDENT NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           MOVE R-CRR-GRADE TO WS-GRADE-EDIT
                           IF R-CRR-VOID = 'V'
                               DISPLAY '  ' R-CRR-COURSE SPACE
                                       R-CRR-NAME ' | ' R-CRR-TERM
                                       ' | ' WS-GRADE-EDIT SPACE
                                       R-CRR-STATUS ' (VOIDED)'
                           ELSE
                               DISPLAY '  ' R-CRR-COURSE SPACE
                                       R-CRR-NAME ' | ' R-CRR-TERM
                                       ' | ' WS-GRADE-EDIT SPACE
                                       R-CRR-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.
           DISPLAY WS-MAINT-RULE.
       0425-LIST-COURSES-END.
           EXIT.

       0430-VOID-ROW-START.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-QUERY-ID.
                       REWRITE REC-F-HISTIX
                       ADD 1 TO WS-NB-CHANGED
                   END-IF
      *> Only a term the student actually has on file voids course
      *> rows -- a mistyped ID or term must not touch anything.
                   IF WS-CRSRES-OPEN = 'Y'
                       PERFORM 0435-VOID-COURSES-START
                          THRU 0435-VOID-COURSES-END
                       DISPLAY 'COURSE ROWS VOIDED :' SPACE
                               WS-NB-CRS-CHANGED
                   END-IF
           END-READ.
           MOVE '00' TO F-HISTIX-STATUS.
           DISPLAY 'ROWS VOIDED :' SPACE WS-NB-CHANGED.
       0430-VOID-ROW-END.
           EXIT.

      *> A voided term voids its course rows with it -- a term the
      *> registrar has disowned must not keep answering course by
      *> course.
       0435-VOID-COURSES-START.
           MOVE 0 TO WS-NB-CRS-CHANGED.
           MOVE WS-QUERY-ID TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   GO TO 0435-VOID-COURSES-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-CRR-STUDENT NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF R-CRR-TERM = WS-QUERY-TERM AND
                              R-CRR-VOID NOT = 'V'
                               MOVE 'V' TO R-CRR-VOID
                               REWRITE REC-F-CRSRES
                               ADD 1 TO WS-NB-CRS-CHANGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.
       0435-VOID-COURSES-END.
           EXIT.

      *> Replacement average arrives in hundredths (1250 = 12,50),
      *> the same plain-digit convention as the PASSMARK parm card.
       0440-CORRECT-ROW-START.

           CLOSE F-HISTARCH.
           DISPLAY 'ROWS PURGED TO ARCHIVE :' SPACE WS-NB-PURGED.
           IF WS-CRSRES-OPEN = 'Y'
               PERFORM 0460-PURGE-COURSES-START
                  THRU 0460-PURGE-COURSES-END
               DISPLAY 'COURSE ROWS PURGED TO ARCHIVE :' SPACE
                       WS-NB-CRS-PURGED
           END-IF.
       0450-PURGE-TERMS-END.
           EXIT.

      *> Same cutoff, same rule for the per-course rows: archived
      *> as the record image, then the keyed DELETE.
       0460-PURGE-COURSES-START.
           MOVE 0 TO WS-NB-CRS-PURGED.
           OPEN EXTEND F-CRSARCH.
           IF F-CRSARCH-STATUS-NOFILE
               MOVE '00' TO F-CRSARCH-STATUS
               OPEN OUTPUT F-CRSARCH
           END-IF.
           IF NOT F-CRSARCH-STATUS-OK
               DISPLAY 'UNABLE TO OPEN COURSE ARCHIVE, STATUS' SPACE
                       F-CRSARCH-STATUS
               MOVE '00' TO F-CRSARCH-STATUS
               GO TO 0460-PURGE-COURSES-END
           END-IF.

           MOVE LOW-VALUES TO R-CRR-KEY.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   CLOSE F-CRSARCH
                   GO TO 0460-PURGE-COURSES-END
           END-START.
           PERFORM UNTIL F-CRSRES-STATUS-EOF
               READ F-CRSRES NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-CRR-TERM < WS-QUERY-TERM
                           MOVE REC-F-CRSRES TO REC-F-CRSARCH
                           WRITE REC-F-CRSARCH
                           DELETE F-CRSRES
                           ADD 1 TO WS-NB-CRS-PURGED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.

           CLOSE F-CRSARCH.
           MOVE '00' TO F-CRSARCH-STATUS.
       0460-PURGE-COURSES-END.
           EXIT.

       0455-ARCHIVE-ROW-START.
           MOVE R-HIX-ID   TO WS-HL-ID.
           MOVE R-HIX-TERM TO WS-HL-TERM.
