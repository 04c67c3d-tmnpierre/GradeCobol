       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhix.
           COPY selcrr.
           COPY selhist.
           COPY selpas.
           COPY selseal.
           COPY selckpt.
           COPY selsis.
           COPY selaud.
           COPY selhld.
           COPY selprg.
           COPY selpnd.
           COPY selcdk.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhix.
           COPY fdcrr.
           COPY fdhist.
           COPY fdpas.
           COPY fdseal.
           COPY fdckpt.
           COPY fdsis.
           COPY fdaud.
           COPY fdhld.
           COPY fdprg.
           COPY fdpnd.
           COPY fdcdk.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY searec.
           COPY ckptrec.
           COPY histrec.
       01  WS-SEAL-MODE       PIC X       VALUE 'A'.
       01  WS-CONFIRM         PIC X(5)    VALUE SPACES.
       01  WS-RUN-DATE-LOC    PIC 9(8)    VALUE 0.
      *> Held across the lock release, whose CALL resets RETURN-CODE.
       01  WS-PURGE-RC        PIC 99      VALUE 0.
       01  WS-PURGE-MAST-HELD PIC X       VALUE 'N'.
       01  WS-STUDENT-DONE    PIC X       VALUE 'N'.
       01  WS-REC-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-GEN-SUFFIX      PIC 99      VALUE 0.
       01  WS-GEN-NAME        PIC X(50)   VALUE SPACES.

       01  WS-NB-HIST-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-CRS-DEL      PIC 9(4)    VALUE 0.
       01  WS-NB-FLAT-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-PASS-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-SEAL-TOUCH   PIC 9(4)    VALUE 0.
       01  WS-NB-XREF-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-SNAP-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-SIS-DEL      PIC 9(4)    VALUE 0.
       01  WS-NB-HOLD-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-PRG-DEL      PIC 9(4)    VALUE 0.
       01  WS-NB-PND-DEL      PIC 9(4)    VALUE 0.
       01  WS-NB-CDK-DEL      PIC 9(4)    VALUE 0.

      *> Anonymized identity for sealed rows the retention rule says
      *> must survive as official statistics: the name goes, the
       01  WS-CNT-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-CNT-GUARDIANS   PIC 999     VALUE 0.
       01  WS-CNT-WAITS       PIC 999     VALUE 0.
       01  WS-CNT-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-SNAP-PRESENT    PIC X       VALUE 'N'.
       01  WS-CNT-TOTAL       PIC 9(5)    VALUE 0.

       01  WS-EXP-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-EXP-GUARDIANS   PIC 999     VALUE 0.
       01  WS-EXP-WAITS       PIC 999     VALUE 0.
       01  WS-EXP-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-VER-STUDENTS    PIC 999     VALUE 0.
       01  WS-VER-COURSES     PIC 999     VALUE 0.
       01  WS-VER-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-VER-GUARDIANS   PIC 999     VALUE 0.
       01  WS-VER-WAITS       PIC 999     VALUE 0.
       01  WS-VER-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-TRL-CHECK-GOT   PIC 9(9)    VALUE 0.
       01  WS-CHECK-CALC      PIC 9(9)    VALUE 0.


      *> Supervised right-to-erasure purge: one student ID, every
      *> store the student appears in. The history store, the pass
      *> history, the holds, the portal publication register, the
      *> pending changes, the candidate-number key, the identity
      *> cross-reference, the snapshot (grades, guardian contacts,
      *> waitlist entries -- with its integrity envelope recounted)
      *> and the SIS extracts on disk lose the rows outright;
      *> sealed official results are anonymized or deleted per the
      *> retention answer the supervisor gives. A destruction
      *> certificate naming every file touched goes on the
      *> permanent audit trail -- auditable proof the request was
      *> honored.
       PROCEDURE DIVISION.
       1700-PURGE-STUDENT-START.
           MOVE 'histix.dat'  TO WS-FILE-HISTIX-NAME.
           MOVE 'crsres.dat'  TO WS-FILE-CRSRES-NAME.
           MOVE 'history.dat' TO WS-FILE-HISTORY-NAME.
           MOVE 'passed.dat'  TO WS-FILE-PASSED-NAME.
           MOVE 'sealed.dat'  TO WS-FILE-SEALED-NAME.
           MOVE 'restart.dat' TO WS-FILE-CHECKPOINT-NAME.
           MOVE 'sis.dat'     TO WS-FILE-SIS-NAME.
           MOVE 'audit.dat'   TO WS-FILE-AUDIT-NAME.
           MOVE 'holds.dat'   TO WS-FILE-HOLDS-NAME.
           MOVE 'portreg.dat' TO WS-FILE-PORTREG-NAME.
           MOVE 'pending.dat' TO WS-FILE-PENDING-NAME.
           MOVE 'candkey.dat' TO WS-FILE-CANDKEY-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE '00' TO F-HISTORY-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-SEALED-STATUS.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           MOVE '00' TO F-SIS-STATUS.
           MOVE '00' TO F-AUDIT-STATUS.
           MOVE '00' TO F-HOLDS-STATUS.
           MOVE '00' TO F-PORTREG-STATUS.
           MOVE '00' TO F-PENDING-STATUS.
           MOVE '00' TO F-CANDKEY-STATUS.
           ACCEPT WS-RUN-DATE-LOC FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-LOC TO WS-RUN-DATE.
           MOVE 'runlog.dat'  TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           MOVE 0 TO WS-PURGE-RC.

      *> Erasure needs PURGESTU in the operator authorization
      *> table; a refusal is journaled and ends with code 12.
           DISPLAY 'OPERATOR ID: '.
           ACCEPT WS-OPERATOR.
           MOVE 'PURGESTU' TO WS-AUTH-PRIV.
           MOVE 'PURGESTU' TO WS-AUTH-JOB.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'U' TO WS-AUTH-REFUSAL
               CALL 'run-journal'
               DISPLAY 'NOT AUTHORIZED -- NOTHING ERASED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'STUDENT ID TO ERASE: '.
           ACCEPT WS-QUERY-ID.
               GOBACK
           END-IF.

      *> The erasure deletes rows a posting or hist-maint may be
      *> touching, and the backup set must not catch it half done.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'PURGESTU' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'ERASURE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE HISTORY STORE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *> The holds store and the candidate-number key belong to the
      *> masters hold-maint and cand-gen write under lock.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'PURGESTU' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'ERASURE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO WS-PURGE-RC
               GO TO 1700-PURGE-STUDENT-END
           END-IF.
           MOVE 'Y' TO WS-PURGE-MAST-HELD.

           MOVE WS-QUERY-ID TO WS-ANON-ID.

           PERFORM 1710-PURGE-HISTORY-START
              THRU 1710-PURGE-HISTORY-END.
           PERFORM 1712-PURGE-COURSE-RESULTS-START
              THRU 1712-PURGE-COURSE-RESULTS-END.
           PERFORM 1715-PURGE-FLAT-HISTORY-START
              THRU 1715-PURGE-FLAT-HISTORY-END.
           PERFORM 1720-PURGE-PASSED-START
              THRU 1750-PURGE-SNAPSHOT-END.
           PERFORM 1760-PURGE-SIS-FILES-START
              THRU 1760-PURGE-SIS-FILES-END.
           PERFORM 1722-PURGE-HOLDS-START
              THRU 1722-PURGE-HOLDS-END.
           PERFORM 1724-PURGE-PORTREG-START
              THRU 1724-PURGE-PORTREG-END.
           PERFORM 1726-PURGE-PENDING-START
              THRU 1726-PURGE-PENDING-END.
           PERFORM 1728-PURGE-CANDKEY-START
              THRU 1728-PURGE-CANDKEY-END.
           PERFORM 1780-WRITE-CERTIFICATE-START
              THRU 1780-WRITE-CERTIFICATE-END.

           DISPLAY 'ERASURE OF STUDENT' SPACE WS-QUERY-ID SPACE
                   'COMPLETE'.
           DISPLAY '  HISTORY ROWS DELETED  :' SPACE WS-NB-HIST-DEL.
           DISPLAY '  COURSE RESULT ROWS    :' SPACE WS-NB-CRS-DEL.
           DISPLAY '  LEGACY HISTORY ROWS   :' SPACE WS-NB-FLAT-DEL.
           DISPLAY '  PASS ROWS DELETED     :' SPACE WS-NB-PASS-DEL.
           DISPLAY '  SEALED ROWS TREATED   :' SPACE
           IF WS-SNAP-REFUSED = 'Y'
               DISPLAY '  SNAPSHOT NOT PURGED -- FAILED INTEGRITY'
                       SPACE 'VERIFICATION'
               MOVE 8 TO WS-PURGE-RC
           END-IF.
           DISPLAY '  SIS ROWS REMOVED      :' SPACE WS-NB-SIS-DEL.
           DISPLAY '  HOLD ROWS DELETED     :' SPACE WS-NB-HOLD-DEL.
           DISPLAY '  PORTAL ROWS DELETED   :' SPACE WS-NB-PRG-DEL.
           DISPLAY '  PENDING ROWS DELETED  :' SPACE WS-NB-PND-DEL.
           DISPLAY '  CANDIDATE KEY ROWS    :' SPACE WS-NB-CDK-DEL.
           DISPLAY 'DESTRUCTION CERTIFICATE APPENDED TO' SPACE
                   WS-FILE-AUDIT-NAME.
           DISPLAY WS-PURGE-RULE.
       1700-PURGE-STUDENT-END.
           IF WS-PURGE-MAST-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'MASTERS'  TO WS-LOCK-NAME
               MOVE 'PURGESTU' TO WS-LOCK-JOB
               CALL 'run-lock'
           END-IF.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'PURGESTU' TO WS-LOCK-JOB.
           CALL 'run-lock'.
           MOVE WS-PURGE-RC TO RETURN-CODE.
           GOBACK.

       1710-PURGE-HISTORY-START.
       1710-PURGE-HISTORY-END.
           EXIT.

      *> The per-course results store is keyed student first, so
      *> the student's rows sit together -- same keyed sweep as the
      *> term-average store above.
       1712-PURGE-COURSE-RESULTS-START.
           OPEN I-O F-CRSRES.
           IF NOT F-CRSRES-STATUS-OK
               MOVE '00' TO F-CRSRES-STATUS
               GO TO 1712-PURGE-COURSE-RESULTS-END
           END-IF.
           MOVE WS-QUERY-ID TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   CLOSE F-CRSRES
                   GO TO 1712-PURGE-COURSE-RESULTS-END
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
                           DELETE F-CRSRES
                           ADD 1 TO WS-NB-CRS-DEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CRSRES.
           MOVE '00' TO F-CRSRES-STATUS.
       1712-PURGE-COURSE-RESULTS-END.
           EXIT.

      *> The retired flat history.dat stays on disk as fallback
      *> evidence after the conversion -- which makes it a store the
      *> erasure request covers. Its lines for the student come out
       1720-PURGE-PASSED-END.
           EXIT.

      *> Holds and portal register rows are keyed student first --
      *> the same keyed sweep as the history store. A cleared hold
      *> still names the student, so it goes too.
       1722-PURGE-HOLDS-START.
           OPEN I-O F-HOLDS.
           IF NOT F-HOLDS-STATUS-OK
               MOVE '00' TO F-HOLDS-STATUS
               GO TO 1722-PURGE-HOLDS-END
           END-IF.
           MOVE WS-QUERY-ID TO R-HLD-STUDENT.
           MOVE LOW-VALUES TO R-HLD-TYPE.
           START F-HOLDS KEY IS NOT LESS THAN R-HLD-KEY
               INVALID KEY
                   MOVE '00' TO F-HOLDS-STATUS
                   CLOSE F-HOLDS
                   GO TO 1722-PURGE-HOLDS-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-HOLDS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-HLD-STUDENT NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           DELETE F-HOLDS
                           ADD 1 TO WS-NB-HOLD-DEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS.
           MOVE '00' TO F-HOLDS-STATUS.
       1722-PURGE-HOLDS-END.
           EXIT.

       1724-PURGE-PORTREG-START.
           OPEN I-O F-PORTREG.
           IF NOT F-PORTREG-STATUS-OK
               MOVE '00' TO F-PORTREG-STATUS
               GO TO 1724-PURGE-PORTREG-END
           END-IF.
           MOVE WS-QUERY-ID TO R-PRG-STUDENT.
           MOVE LOW-VALUES TO R-PRG-TERM.
           START F-PORTREG KEY IS NOT LESS THAN R-PRG-KEY
               INVALID KEY
                   MOVE '00' TO F-PORTREG-STATUS
                   CLOSE F-PORTREG
                   GO TO 1724-PURGE-PORTREG-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-PORTREG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-PRG-STUDENT NOT = WS-QUERY-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           DELETE F-PORTREG
                           ADD 1 TO WS-NB-PRG-DEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PORTREG.
           MOVE '00' TO F-PORTREG-STATUS.
       1724-PURGE-PORTREG-END.
           EXIT.

      *> Pending changes are keyed on term and sequence: the whole
      *> store is read, and every row filed for the student -- the
      *> parsed fields and the record image as keyed both name the
      *> student -- is deleted, whatever its state.
       1726-PURGE-PENDING-START.
           OPEN I-O F-PENDING.
           IF NOT F-PENDING-STATUS-OK
               MOVE '00' TO F-PENDING-STATUS
               GO TO 1726-PURGE-PENDING-END
           END-IF.
           PERFORM UNTIL F-PENDING-STATUS-EOF
               READ F-PENDING NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-PND-ID1 = WS-QUERY-ID
                           DELETE F-PENDING
                           ADD 1 TO WS-NB-PND-DEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PENDING.
           MOVE '00' TO F-PENDING-STATUS.
       1726-PURGE-PENDING-END.
           EXIT.

      *> The candidate-number key carries the student's name beside
      *> the number; the read-all/write-back way, as for the pass
      *> history.
       1728-PURGE-CANDKEY-START.
           MOVE 0 TO WS-NB-KEEP.
           MOVE 'N' TO WS-KEEP-OVERFLOW.
           OPEN INPUT F-CANDKEY.
           IF NOT F-CANDKEY-STATUS-OK
               MOVE '00' TO F-CANDKEY-STATUS
               GO TO 1728-PURGE-CANDKEY-END
           END-IF.
           PERFORM UNTIL F-CANDKEY-STATUS-EOF
               READ F-CANDKEY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-CDK-STUDENT IS NUMERIC AND
                          R-CDK-STUDENT = WS-QUERY-ID
                           ADD 1 TO WS-NB-CDK-DEL
                       ELSE
                           IF WS-NB-KEEP >= 9999
                               MOVE 'Y' TO WS-KEEP-OVERFLOW
                           ELSE
                               SET WS-NB-KEEP UP BY 1
                               MOVE REC-F-CANDKEY TO
                                    WS-KEEP-LINE(WS-NB-KEEP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CANDKEY.
           MOVE '00' TO F-CANDKEY-STATUS.
           IF WS-KEEP-OVERFLOW = 'Y'
               DISPLAY 'CANDIDATE KEY EXCEEDS THE BUFFER -- NOT'
                       SPACE 'REWRITTEN'
               MOVE 0 TO WS-NB-CDK-DEL
               GO TO 1728-PURGE-CANDKEY-END
           END-IF.
           IF WS-NB-CDK-DEL = 0
               GO TO 1728-PURGE-CANDKEY-END
           END-IF.
           OPEN OUTPUT F-CANDKEY.
           IF NOT F-CANDKEY-STATUS-OK
               MOVE '00' TO F-CANDKEY-STATUS
               MOVE 0 TO WS-NB-CDK-DEL
               GO TO 1728-PURGE-CANDKEY-END
           END-IF.
           PERFORM VARYING IDX-KEEP FROM 1 BY 1
              UNTIL IDX-KEEP > WS-NB-KEEP
                   MOVE WS-KEEP-LINE(IDX-KEEP) TO REC-F-CANDKEY
                   WRITE REC-F-CANDKEY
           END-PERFORM.
           CLOSE F-CANDKEY.
           MOVE '00' TO F-CANDKEY-STATUS.
       1728-PURGE-CANDKEY-END.
           EXIT.

      *> Sealed official results: anonymized in place (the result
      *> remains a statistic, the identity is gone) or removed
      *> outright when the retention answer was D.

      *> The snapshot loses every line that names the student --
      *> the grade rows, the guardian contacts, the waitlist
      *> entries, every student detail line (ckptrec.cpy) and the
      *> student line itself -- and its integrity
      *> envelope is recounted so the readers keep trusting it.
       1750-PURGE-SNAPSHOT-START.
           MOVE 0 TO WS-NB-KEEP.
           MOVE 0 TO WS-CNT-RECORDS.
           MOVE 0 TO WS-CNT-GUARDIANS.
           MOVE 0 TO WS-CNT-WAITS.
           MOVE 0 TO WS-CNT-DETAILS.
           MOVE 0 TO WS-VER-STUDENTS.
           MOVE 0 TO WS-VER-COURSES.
           MOVE 0 TO WS-VER-RECORDS.
           MOVE 0 TO WS-VER-GUARDIANS.
           MOVE 0 TO WS-VER-WAITS.
           MOVE 0 TO WS-VER-DETAILS.
           MOVE 0 TO WS-EXP-DETAILS.
           MOVE 'N' TO WS-SNAP-HDR-SEEN.
           MOVE 'N' TO WS-SNAP-TRL-SEEN.
           OPEN INPUT F-CHECKPOINT.
           MOVE WS-CNT-RECORDS   TO WS-CKH-NB-RECORDS.
           MOVE WS-CNT-GUARDIANS TO WS-CKH-NB-GUARDIANS.
           MOVE WS-CNT-WAITS     TO WS-CKH-NB-WAITS.
           MOVE WS-CNT-DETAILS   TO WS-CKH-NB-DETAILS.
           MOVE SPACES TO REC-F-CHECKPOINT.
           MOVE WS-CKPT-HEADER-LINE TO REC-F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
           END-PERFORM.
           COMPUTE WS-CNT-TOTAL =
               WS-CNT-STUDENTS + WS-CNT-COURSES + WS-CNT-RECORDS +
               WS-CNT-GUARDIANS + WS-CNT-WAITS + WS-CNT-DETAILS.
           MOVE WS-CNT-TOTAL TO WS-CKT-COUNT.
           COMPUTE WS-CKT-CHECK =
               WS-CNT-STUDENTS + (WS-CNT-COURSES * 7) +
               (WS-CNT-RECORDS * 13) + (WS-CNT-GUARDIANS * 3) +
               WS-CNT-WAITS + (WS-CNT-DETAILS * 5).
           MOVE SPACES TO REC-F-CHECKPOINT.
           MOVE WS-CKPT-TRAILER-LINE TO REC-F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
                       MOVE WS-CKH-NB-GUARDIANS TO WS-EXP-GUARDIANS
                       MOVE WS-CKH-NB-WAITS     TO WS-EXP-WAITS
                   END-IF
                   IF WS-CKH-NB-DETAILS IS NUMERIC
                       MOVE WS-CKH-NB-DETAILS   TO WS-EXP-DETAILS
                   END-IF
                   GO TO 1755-FILTER-SNAP-LINE-END
               WHEN '99'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-TRAILER-LINE
                       GO TO 1755-FILTER-SNAP-LINE-END
                   END-IF
                   ADD 1 TO WS-CNT-GUARDIANS
               WHEN OTHER
                   MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                   IF WS-CKPT-IS-DETAIL
                       ADD 1 TO WS-VER-DETAILS
                       MOVE REC-F-CHECKPOINT TO WS-CKPT-DETAIL-LINE
                       IF WS-CKD-STUDENT IS NUMERIC AND
                          WS-CKD-STUDENT = WS-QUERY-ID
                           ADD 1 TO WS-NB-SNAP-DEL
                           GO TO 1755-FILTER-SNAP-LINE-END
                       END-IF
                       ADD 1 TO WS-CNT-DETAILS
                   END-IF
           END-EVALUATE.
           IF WS-NB-KEEP >= 9999
               MOVE 'Y' TO WS-KEEP-OVERFLOW
           COMPUTE WS-CHECK-CALC =
               WS-VER-STUDENTS + (WS-VER-COURSES * 7) +
               (WS-VER-RECORDS * 13) + (WS-VER-GUARDIANS * 3) +
               WS-VER-WAITS + (WS-VER-DETAILS * 5).
           IF WS-VER-STUDENTS NOT = WS-EXP-STUDENTS OR
              WS-VER-COURSES  NOT = WS-EXP-COURSES  OR
              WS-VER-RECORDS  NOT = WS-EXP-RECORDS  OR
              WS-VER-GUARDIANS NOT = WS-EXP-GUARDIANS OR
              WS-VER-WAITS    NOT = WS-EXP-WAITS OR
              WS-VER-DETAILS  NOT = WS-EXP-DETAILS OR
              WS-CHECK-CALC   NOT = WS-TRL-CHECK-GOT
               DISPLAY 'SNAPSHOT COUNTS DISAGREE WITH ITS'
                       SPACE 'HEADER/TRAILER -- TORN DUMP NOT PURGED'
           PERFORM 1785-WRITE-CERT-LINE-START
              THRU 1785-WRITE-CERT-LINE-END.

           MOVE SPACES TO WS-CERT-LINE.
           STRING 'PURGE   crsres.dat ROWS '   DELIMITED BY SIZE
                  WS-NB-CRS-DEL DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           PERFORM 1785-WRITE-CERT-LINE-START
              THRU 1785-WRITE-CERT-LINE-END.

           MOVE SPACES TO WS-CERT-LINE.
           STRING 'PURGE   history.dat (LEGACY) ROWS '
                      DELIMITED BY SIZE
           PERFORM 1785-WRITE-CERT-LINE-START
              THRU 1785-WRITE-CERT-LINE-END.

           MOVE SPACES TO WS-CERT-LINE.
           STRING 'PURGE   holds.dat ROWS '    DELIMITED BY SIZE
                  WS-NB-HOLD-DEL DELIMITED BY SIZE
                  '  portreg.dat ROWS '        DELIMITED BY SIZE
                  WS-NB-PRG-DEL DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           PERFORM 1785-WRITE-CERT-LINE-START
              THRU 1785-WRITE-CERT-LINE-END.

           MOVE SPACES TO WS-CERT-LINE.
           STRING 'PURGE   pending.dat ROWS '  DELIMITED BY SIZE
                  WS-NB-PND-DEL DELIMITED BY SIZE
                  '  candkey.dat ROWS '        DELIMITED BY SIZE
                  WS-NB-CDK-DEL DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           PERFORM 1785-WRITE-CERT-LINE-START
              THRU 1785-WRITE-CERT-LINE-END.

      *> A certificate must never attest more than was destroyed --
      *> a refused snapshot is named as untouched.
           IF WS-SNAP-REFUSED = 'Y'
