       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhix.
           COPY selcrr.
           COPY selpas.
           COPY selseal.
           COPY selxrf.
           COPY selaud.
           COPY selhld.
           COPY selprg.
           COPY selpnd.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhix.
           COPY fdcrr.
           COPY fdpas.
           COPY fdseal.
           COPY fdxrf.
           COPY fdaud.
           COPY fdhld.
           COPY fdprg.
           COPY fdpnd.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.
           COPY searec.

           COPY audrec.
       01  WS-RUN-DATE-LOC    PIC 9(8)    VALUE 0.
       01  WS-STUDENT-DONE    PIC X       VALUE 'N'.
       01  WS-CERT-LINE       PIC X(80)   VALUE SPACES.
      *> Held across the lock release, whose CALL resets RETURN-CODE.
       01  WS-MERGE-RC        PIC 99      VALUE 0.
       01  WS-MERGE-MAST-HELD PIC X       VALUE 'N'.

       01  WS-NB-HIST-MOVED   PIC 9(4)    VALUE 0.
       01  WS-NB-HIST-CONF    PIC 9(4)    VALUE 0.
       01  WS-NB-CRS-MOVED    PIC 9(4)    VALUE 0.
       01  WS-NB-CRS-CONF     PIC 9(4)    VALUE 0.
       01  WS-NB-PASS-MOVED   PIC 9(4)    VALUE 0.
       01  WS-NB-SEAL-FLAG    PIC 9(4)    VALUE 0.
       01  WS-NB-XREF-DEL     PIC 9(4)    VALUE 0.
       01  WS-NB-HOLD-MOVED   PIC 9(4)    VALUE 0.
       01  WS-NB-HOLD-CONF    PIC 9(4)    VALUE 0.
       01  WS-NB-PRG-MOVED    PIC 9(4)    VALUE 0.
       01  WS-NB-PRG-CONF     PIC 9(4)    VALUE 0.
       01  WS-NB-PND-MOVED    PIC 9(4)    VALUE 0.

      *> The duplicate's registrar/SIS aliases, held while its
      *> cross-reference row is folded into the survivor's -- an
           03 WS-DUP-VOID     PIC X.
       01  WS-IND-DP          PIC 999     VALUE 0.

      *> The duplicate's per-course result rows, captured whole for
      *> the same reason -- only the student part of the key moves.
       01  WS-NB-DUP-CRS      PIC 999     VALUE 0.
       01  WS-DUP-CRS-TAB     OCCURS 1 TO 999
                              DEPENDING WS-NB-DUP-CRS
                              INDEXED BY IDX-DUPC.
           03 WS-DUP-CRS-REC  PIC X(80).
       01  WS-IND-DC          PIC 999     VALUE 0.

      *> The duplicate's holds and portal register rows, captured
      *> whole the same way before their keys move.
       01  WS-NB-DUP-HLD      PIC 99      VALUE 0.
       01  WS-DUP-HLD-TAB     OCCURS 1 TO 99
                              DEPENDING WS-NB-DUP-HLD
                              INDEXED BY IDX-DUPH.
           03 WS-DUP-HLD-REC  PIC X(35).
       01  WS-IND-DH          PIC 99      VALUE 0.
       01  WS-DUP-HLD-LIVE    PIC X       VALUE 'N'.

       01  WS-NB-DUP-PRG      PIC 999     VALUE 0.
       01  WS-DUP-PRG-TAB     OCCURS 1 TO 999
                              DEPENDING WS-NB-DUP-PRG
                              INDEXED BY IDX-DUPP.
           03 WS-DUP-PRG-REC  PIC X(50).
       01  WS-IND-DR          PIC 999     VALUE 0.

       01  WS-NB-KEEP         PIC 9(4)    VALUE 0.
       01  WS-KEEP-TAB        OCCURS 1 TO 9999
                              DEPENDING WS-NB-KEEP

      *> Supervised merge of a split identity: one real student
      *> loaded under two internal IDs across terms. The duplicate's
      *> rows re-key to the survivor across the history store, the
      *> pass history, the holds, the portal publication register
      *> and the pending changes, the duplicate's cross-reference
      *> row is retired, and any sealed rows under the duplicate ID
      *> are FLAGGED for supervisor review rather than rewritten --
      *> sealed evidence changes by decision, never by utility. The
      *> merge itself goes on the permanent audit trail.
       PROCEDURE DIVISION.
       1800-ID-MERGE-START.
           MOVE 'histix.dat' TO WS-FILE-HISTIX-NAME.
           MOVE 'crsres.dat' TO WS-FILE-CRSRES-NAME.
           MOVE 'passed.dat' TO WS-FILE-PASSED-NAME.
           MOVE 'sealed.dat' TO WS-FILE-SEALED-NAME.
           MOVE 'xref.dat'   TO WS-FILE-XREF-NAME.
           MOVE 'audit.dat'  TO WS-FILE-AUDIT-NAME.
           MOVE 'holds.dat'  TO WS-FILE-HOLDS-NAME.
           MOVE 'portreg.dat' TO WS-FILE-PORTREG-NAME.
           MOVE 'pending.dat' TO WS-FILE-PENDING-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-SEALED-STATUS.
           MOVE '00' TO F-XREF-STATUS.
           MOVE '00' TO F-AUDIT-STATUS.
           MOVE '00' TO F-HOLDS-STATUS.
           MOVE '00' TO F-PORTREG-STATUS.
           MOVE '00' TO F-PENDING-STATUS.
           ACCEPT WS-RUN-DATE-LOC FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-LOC TO WS-RUN-DATE.
           MOVE 'runlog.dat'  TO WS-FILE-RUNLOG-NAME.
           MOVE '00' TO F-RUNLOG-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           MOVE 0 TO WS-MERGE-RC.

      *> A merge needs IDMERGE in the operator authorization table;
      *> a refusal is journaled and ends with code 12.
           DISPLAY 'OPERATOR ID: '.
           ACCEPT WS-OPERATOR.
           MOVE 'IDMERGE' TO WS-AUTH-PRIV.
           MOVE 'IDMERGE' TO WS-AUTH-JOB.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'U' TO WS-AUTH-REFUSAL
               CALL 'run-journal'
               DISPLAY 'NOT AUTHORIZED -- NOTHING MERGED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'SURVIVING STUDENT ID: '.
           ACCEPT WS-KEEP-ID.
               GOBACK
           END-IF.

      *> The merge re-keys rows a posting or hist-maint may be
      *> touching, and the backup set must not catch it half done.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'IDMERGE'  TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MERGE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE HISTORY STORE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *> The holds store belongs to the masters hold-maint keeps.
           MOVE 'A'        TO WS-LOCK-ACTION.
           MOVE 'MASTERS'  TO WS-LOCK-NAME.
           MOVE 'IDMERGE'  TO WS-LOCK-JOB.
           CALL 'run-lock'.
           IF WS-LOCK-REFUSED
               DISPLAY 'MERGE REFUSED -- A CONFLICTING JOB'
                       SPACE 'HOLDS THE MASTERS'
               MOVE 12 TO WS-MERGE-RC
               GO TO 1800-ID-MERGE-END
           END-IF.
           MOVE 'Y' TO WS-MERGE-MAST-HELD.

           PERFORM 1810-MERGE-HISTORY-START
              THRU 1810-MERGE-HISTORY-END.
           PERFORM 1812-MERGE-COURSE-RESULTS-START
              THRU 1812-MERGE-COURSE-RESULTS-END.
           PERFORM 1820-MERGE-PASSED-START
              THRU 1820-MERGE-PASSED-END.
           PERFORM 1822-MERGE-HOLDS-START
              THRU 1822-MERGE-HOLDS-END.
           PERFORM 1824-MERGE-PORTREG-START
              THRU 1824-MERGE-PORTREG-END.
           PERFORM 1826-MERGE-PENDING-START
              THRU 1826-MERGE-PENDING-END.
           PERFORM 1830-FLAG-SEALED-START
              THRU 1830-FLAG-SEALED-END.
           PERFORM 1840-RETIRE-XREF-START
                   WS-NB-HIST-MOVED.
           DISPLAY '  TERM CONFLICTS DROPPED :' SPACE
                   WS-NB-HIST-CONF.
           DISPLAY '  COURSE ROWS RE-KEYED   :' SPACE
                   WS-NB-CRS-MOVED.
           DISPLAY '  COURSE CONFLICTS DROPPED:' SPACE
                   WS-NB-CRS-CONF.
           DISPLAY '  PASS ROWS RE-KEYED     :' SPACE
                   WS-NB-PASS-MOVED.
           DISPLAY '  HOLD ROWS RE-KEYED     :' SPACE
                   WS-NB-HOLD-MOVED.
           DISPLAY '  HOLD CONFLICTS DROPPED :' SPACE
                   WS-NB-HOLD-CONF.
           DISPLAY '  PORTAL ROWS RE-KEYED   :' SPACE
                   WS-NB-PRG-MOVED.
           DISPLAY '  PORTAL CONFLICTS DROPPED:' SPACE
                   WS-NB-PRG-CONF.
           DISPLAY '  PENDING ROWS RE-KEYED  :' SPACE
                   WS-NB-PND-MOVED.
           DISPLAY '  SEALED ROWS TO REVIEW  :' SPACE
                   WS-NB-SEAL-FLAG.
           DISPLAY '  XREF ROWS RETIRED      :' SPACE
                   WS-NB-ALIAS-KEPT.
           DISPLAY '  ALIASES NOT PRESERVED  :' SPACE
                   WS-NB-ALIAS-LOST.
      *> Rows past the capture tables stay under the duplicate ID;
      *> the moved ones are gone from it, so the same merge run
      *> again picks up where this one stopped.
           IF WS-MERGE-RC > 0
               DISPLAY '  ** MORE THAN 999 ROWS UNDER THE DUPLICATE --'
                       SPACE 'SOME LEFT UNMOVED, RUN THE MERGE AGAIN'
           END-IF.
           DISPLAY WS-MERGE-RULE.
       1800-ID-MERGE-END.
           IF WS-MERGE-MAST-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'MASTERS'  TO WS-LOCK-NAME
               MOVE 'IDMERGE'  TO WS-LOCK-JOB
               CALL 'run-lock'
           END-IF.
           MOVE 'R'        TO WS-LOCK-ACTION.
           MOVE 'HISTORY'  TO WS-LOCK-NAME.
           MOVE 'IDMERGE'  TO WS-LOCK-JOB.
           CALL 'run-lock'.
           MOVE WS-MERGE-RC TO RETURN-CODE.
           GOBACK.

      *> Capture the duplicate's rows first, then re-key each: a
                                    WS-DUP-AVG(WS-NB-DUP-ROWS)
                               MOVE R-HIX-VOID TO
                                    WS-DUP-VOID(WS-NB-DUP-ROWS)
                           ELSE
                               MOVE 8 TO WS-MERGE-RC
                           END-IF
                       END-IF
               END-READ
       1815-REKEY-ONE-ROW-END.
           EXIT.

      *> Same capture-then-re-key for the per-course results store:
      *> a course/term the survivor already holds keeps the
      *> survivor's row, the duplicate's is dropped and reported.
       1812-MERGE-COURSE-RESULTS-START.
           OPEN I-O F-CRSRES.
           IF NOT F-CRSRES-STATUS-OK
               MOVE '00' TO F-CRSRES-STATUS
               GO TO 1812-MERGE-COURSE-RESULTS-END
           END-IF.

           MOVE 0 TO WS-NB-DUP-CRS.
           MOVE WS-DUP-ID TO R-CRR-STUDENT.
           MOVE 0 TO R-CRR-COURSE.
           MOVE LOW-VALUES TO R-CRR-TERM.
           START F-CRSRES KEY IS NOT LESS THAN R-CRR-KEY
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   CLOSE F-CRSRES
                   GO TO 1812-MERGE-COURSE-RESULTS-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-CRSRES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-CRR-STUDENT NOT = WS-DUP-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF WS-NB-DUP-CRS < 999
                               SET WS-NB-DUP-CRS UP BY 1
                               MOVE REC-F-CRSRES TO
                                    WS-DUP-CRS-REC(WS-NB-DUP-CRS)
                           ELSE
                               MOVE 8 TO WS-MERGE-RC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-CRSRES-STATUS.

           PERFORM VARYING WS-IND-DC FROM 1 BY 1
              UNTIL WS-IND-DC > WS-NB-DUP-CRS
                   PERFORM 1817-REKEY-ONE-COURSE-START
                      THRU 1817-REKEY-ONE-COURSE-END
           END-PERFORM.

           CLOSE F-CRSRES.
           MOVE '00' TO F-CRSRES-STATUS.
       1812-MERGE-COURSE-RESULTS-END.
           EXIT.

       1817-REKEY-ONE-COURSE-START.
           MOVE WS-DUP-CRS-REC(WS-IND-DC) TO REC-F-CRSRES.
           DELETE F-CRSRES
               INVALID KEY
                   MOVE '00' TO F-CRSRES-STATUS
                   GO TO 1817-REKEY-ONE-COURSE-END
           END-DELETE.
           MOVE WS-DUP-CRS-REC(WS-IND-DC) TO REC-F-CRSRES.
           MOVE WS-KEEP-ID TO R-CRR-STUDENT.
           WRITE REC-F-CRSRES
               INVALID KEY
                   DISPLAY '  COURSE' SPACE R-CRR-COURSE SPACE
                           'TERM' SPACE R-CRR-TERM SPACE
                           'ALREADY ON THE SURVIVOR --'
                           SPACE 'DUPLICATE ROW DROPPED'
                   ADD 1 TO WS-NB-CRS-CONF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CRS-MOVED
           END-WRITE.
           MOVE '00' TO F-CRSRES-STATUS.
       1817-REKEY-ONE-COURSE-END.
           EXIT.

       1820-MERGE-PASSED-START.
           MOVE 0 TO WS-NB-KEEP.
           MOVE 'N' TO WS-KEEP-OVERFLOW.
       1820-MERGE-PASSED-END.
           EXIT.

      *> Holds follow the student: a type only the duplicate
      *> carries moves over; a type both IDs carry keeps the hold
      *> that is still in force (the survivor's when both are, or
      *> neither is) -- a live bursar or library hold must never be
      *> lost to the merge.
       1822-MERGE-HOLDS-START.
           OPEN I-O F-HOLDS.
           IF NOT F-HOLDS-STATUS-OK
               MOVE '00' TO F-HOLDS-STATUS
               GO TO 1822-MERGE-HOLDS-END
           END-IF.

           MOVE 0 TO WS-NB-DUP-HLD.
           MOVE WS-DUP-ID TO R-HLD-STUDENT.
           MOVE LOW-VALUES TO R-HLD-TYPE.
           START F-HOLDS KEY IS NOT LESS THAN R-HLD-KEY
               INVALID KEY
                   MOVE '00' TO F-HOLDS-STATUS
                   CLOSE F-HOLDS
                   GO TO 1822-MERGE-HOLDS-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-HOLDS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-HLD-STUDENT NOT = WS-DUP-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF WS-NB-DUP-HLD < 99
                               SET WS-NB-DUP-HLD UP BY 1
                               MOVE REC-F-HOLDS TO
                                    WS-DUP-HLD-REC(WS-NB-DUP-HLD)
                           ELSE
                               MOVE 8 TO WS-MERGE-RC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-HOLDS-STATUS.

           PERFORM VARYING WS-IND-DH FROM 1 BY 1
              UNTIL WS-IND-DH > WS-NB-DUP-HLD
                   PERFORM 1823-REKEY-ONE-HOLD-START
                      THRU 1823-REKEY-ONE-HOLD-END
           END-PERFORM.

           CLOSE F-HOLDS.
           MOVE '00' TO F-HOLDS-STATUS.
       1822-MERGE-HOLDS-END.
           EXIT.

       1823-REKEY-ONE-HOLD-START.
           MOVE WS-DUP-HLD-REC(WS-IND-DH) TO REC-F-HOLDS.
           MOVE 'N' TO WS-DUP-HLD-LIVE.
           IF R-HLD-CLEARED IS NOT NUMERIC OR R-HLD-CLEARED = 0
               MOVE 'Y' TO WS-DUP-HLD-LIVE
           END-IF.
           DELETE F-HOLDS
               INVALID KEY
                   MOVE '00' TO F-HOLDS-STATUS
                   GO TO 1823-REKEY-ONE-HOLD-END
           END-DELETE.

           MOVE WS-KEEP-ID TO R-HLD-STUDENT.
           READ F-HOLDS
               INVALID KEY
                   MOVE '00' TO F-HOLDS-STATUS
                   MOVE WS-DUP-HLD-REC(WS-IND-DH) TO REC-F-HOLDS
                   MOVE WS-KEEP-ID TO R-HLD-STUDENT
                   WRITE REC-F-HOLDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-HOLD-MOVED
                   END-WRITE
                   MOVE '00' TO F-HOLDS-STATUS
                   GO TO 1823-REKEY-ONE-HOLD-END
           END-READ.
           MOVE '00' TO F-HOLDS-STATUS.

      *> Both IDs carry the type: the survivor's row stands unless
      *> it was cleared and the duplicate's is still in force.
           IF WS-DUP-HLD-LIVE = 'Y' AND
              R-HLD-CLEARED IS NUMERIC AND R-HLD-CLEARED > 0
               MOVE WS-DUP-HLD-REC(WS-IND-DH) TO REC-F-HOLDS
               MOVE WS-KEEP-ID TO R-HLD-STUDENT
               REWRITE REC-F-HOLDS
               IF F-HOLDS-STATUS-OK
                   DISPLAY '  HOLD' SPACE R-HLD-TYPE SPACE
                           'IN FORCE ON THE DUPLICATE --'
                           SPACE 'REPLACES THE SURVIVOR''S CLEARED ROW'
                   ADD 1 TO WS-NB-HOLD-MOVED
               ELSE
                   DISPLAY '  HOLD' SPACE R-HLD-TYPE SPACE
                           'NOT MOVED, STATUS' SPACE F-HOLDS-STATUS
                   MOVE 8 TO WS-MERGE-RC
               END-IF
           ELSE
               DISPLAY '  HOLD' SPACE R-HLD-TYPE SPACE
                       'ALREADY ON THE SURVIVOR --'
                       SPACE 'DUPLICATE ROW DROPPED'
               ADD 1 TO WS-NB-HOLD-CONF
           END-IF.
           MOVE '00' TO F-HOLDS-STATUS.
       1823-REKEY-ONE-HOLD-END.
           EXIT.

      *> Portal register rows move like the course results: a term
      *> the survivor already has on the portal keeps the survivor's
      *> row and version, the duplicate's is dropped and reported.
       1824-MERGE-PORTREG-START.
           OPEN I-O F-PORTREG.
           IF NOT F-PORTREG-STATUS-OK
               MOVE '00' TO F-PORTREG-STATUS
               GO TO 1824-MERGE-PORTREG-END
           END-IF.

           MOVE 0 TO WS-NB-DUP-PRG.
           MOVE WS-DUP-ID TO R-PRG-STUDENT.
           MOVE LOW-VALUES TO R-PRG-TERM.
           START F-PORTREG KEY IS NOT LESS THAN R-PRG-KEY
               INVALID KEY
                   MOVE '00' TO F-PORTREG-STATUS
                   CLOSE F-PORTREG
                   GO TO 1824-MERGE-PORTREG-END
           END-START.
           MOVE 'N' TO WS-STUDENT-DONE.
           PERFORM UNTIL WS-STUDENT-DONE = 'Y'
               READ F-PORTREG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-DONE
                   NOT AT END
                       IF R-PRG-STUDENT NOT = WS-DUP-ID
                           MOVE 'Y' TO WS-STUDENT-DONE
                       ELSE
                           IF WS-NB-DUP-PRG < 999
                               SET WS-NB-DUP-PRG UP BY 1
                               MOVE REC-F-PORTREG TO
                                    WS-DUP-PRG-REC(WS-NB-DUP-PRG)
                           ELSE
                               MOVE 8 TO WS-MERGE-RC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO F-PORTREG-STATUS.

           PERFORM VARYING WS-IND-DR FROM 1 BY 1
              UNTIL WS-IND-DR > WS-NB-DUP-PRG
                   PERFORM 1825-REKEY-ONE-PORTAL-START
                      THRU 1825-REKEY-ONE-PORTAL-END
           END-PERFORM.

           CLOSE F-PORTREG.
           MOVE '00' TO F-PORTREG-STATUS.
       1824-MERGE-PORTREG-END.
           EXIT.

       1825-REKEY-ONE-PORTAL-START.
           MOVE WS-DUP-PRG-REC(WS-IND-DR) TO REC-F-PORTREG.
           DELETE F-PORTREG
               INVALID KEY
                   MOVE '00' TO F-PORTREG-STATUS
                   GO TO 1825-REKEY-ONE-PORTAL-END
           END-DELETE.
           MOVE WS-DUP-PRG-REC(WS-IND-DR) TO REC-F-PORTREG.
           MOVE WS-KEEP-ID TO R-PRG-STUDENT.
           WRITE REC-F-PORTREG
               INVALID KEY
                   DISPLAY '  PORTAL TERM' SPACE R-PRG-TERM SPACE
                           'ALREADY ON THE SURVIVOR --'
                           SPACE 'DUPLICATE ROW DROPPED'
                   ADD 1 TO WS-NB-PRG-CONF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-PRG-MOVED
           END-WRITE.
           MOVE '00' TO F-PORTREG-STATUS.
       1825-REKEY-ONE-PORTAL-END.
           EXIT.

      *> Pending changes are keyed on term and sequence, so nothing
      *> moves: the student in the parsed fields and in the record
      *> image as keyed (columns 3-5 of both the '04' and the '13'
      *> layouts) is rewritten in place.
       1826-MERGE-PENDING-START.
           OPEN I-O F-PENDING.
           IF NOT F-PENDING-STATUS-OK
               MOVE '00' TO F-PENDING-STATUS
               GO TO 1826-MERGE-PENDING-END
           END-IF.
           PERFORM UNTIL F-PENDING-STATUS-EOF
               READ F-PENDING NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-PND-ID1 = WS-DUP-ID
                           MOVE WS-KEEP-ID TO R-PND-ID1
                           MOVE WS-KEEP-ID TO R-PND-IMAGE(3:3)
                           REWRITE REC-F-PENDING
                           IF F-PENDING-STATUS-OK
                               ADD 1 TO WS-NB-PND-MOVED
                           ELSE
                               DISPLAY '  PENDING CHANGE' SPACE
                                       R-PND-TERM SPACE R-PND-SEQ
                                       SPACE 'NOT RE-KEYED, STATUS'
                                       SPACE F-PENDING-STATUS
                               MOVE 8 TO WS-MERGE-RC
                               MOVE '00' TO F-PENDING-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PENDING.
           MOVE '00' TO F-PENDING-STATUS.
       1826-MERGE-PENDING-END.
           EXIT.

      *> Sealed rows under the duplicate ID are evidence of what was
      *> actually published -- flagged for the supervisor, never
      *> silently rewritten by a utility.
           MOVE SPACES TO REC-F-AUDIT.
           MOVE WS-CERT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           MOVE SPACES TO WS-CERT-LINE.
           STRING 'MERGE   crsres.dat ROWS ' DELIMITED BY SIZE
                  WS-NB-CRS-MOVED DELIMITED BY SIZE
                  ' CONFLICTS DROPPED ' DELIMITED BY SIZE
                  WS-NB-CRS-CONF DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           MOVE SPACES TO REC-F-AUDIT.
           MOVE WS-CERT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           MOVE SPACES TO WS-CERT-LINE.
           STRING 'MERGE   holds.dat ROWS ' DELIMITED BY SIZE
                  WS-NB-HOLD-MOVED DELIMITED BY SIZE
                  ' CONFLICTS DROPPED ' DELIMITED BY SIZE
                  WS-NB-HOLD-CONF DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           MOVE SPACES TO REC-F-AUDIT.
           MOVE WS-CERT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           MOVE SPACES TO WS-CERT-LINE.
           STRING 'MERGE   portreg.dat ROWS ' DELIMITED BY SIZE
                  WS-NB-PRG-MOVED DELIMITED BY SIZE
                  ' CONFLICTS DROPPED ' DELIMITED BY SIZE
                  WS-NB-PRG-CONF DELIMITED BY SIZE
                  '  pending.dat ROWS ' DELIMITED BY SIZE
                  WS-NB-PND-MOVED DELIMITED BY SIZE
               INTO WS-CERT-LINE.
           MOVE SPACES TO REC-F-AUDIT.
           MOVE WS-CERT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           CLOSE F-AUDIT.
           MOVE '00' TO F-AUDIT-STATUS.
       1850-LOG-MERGE-END.
