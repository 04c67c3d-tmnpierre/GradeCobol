       01  WS-CKPT-MASK-NAME      PIC X(50) VALUE SPACES.
       01  WS-CKPT-GUARD-COUNT    PIC 999   VALUE 0.
       01  WS-CKPT-DATA-LINES     PIC 9(5)  VALUE 0.
       01  WS-CKPT-DETAIL-COUNT   PIC 9(4)  VALUE 0.

      *> Checkpoint is a best-effort dump for operator recovery -- if
      *> the restart file itself can't be opened/written, it's not
      *> seals it as the permanent official record and a REPRINT run
      *> prints from it, and neither may ever publish pseudonyms. A
      *> MASKING run writes an additional .MSK copy (names pseudonymized,
      *> guardian and accommodation lines omitted) -- that is the file
      *> that travels to support. When generation retention is in
      *> force the snapshot is also copied to the plain restart.dat
      *> name, so the readers that need "the latest posted snapshot"
      *> (term-close, lookup, REPRINT) keep a stable name to open
      *> while the .GNN copies provide the retention trail.
       PROCEDURE DIVISION.
       9500-CHECKPOINT-START.
           MOVE WS-FILE-CHECKPOINT-NAME TO WS-CKPT-SAVE-NAME.
           END-IF.

      *> Integrity header first: the masked support copy carries no
      *> guardian or accommodation lines, so its header promises none.
           IF WS-MASK-PASS = 'Y'
               MOVE 0 TO WS-CKPT-GUARD-COUNT
           ELSE
           MOVE WS-NB-RECORDS   TO WS-CKH-NB-RECORDS.
           MOVE WS-CKPT-GUARD-COUNT TO WS-CKH-NB-GUARDIANS.
           MOVE WS-NB-WAITS     TO WS-CKH-NB-WAITS.
           COMPUTE WS-CKPT-DETAIL-COUNT = WS-NB-CPT + WS-NB-PLC.
           IF WS-MASK-PASS NOT = 'Y'
               ADD WS-NB-ACM TO WS-CKPT-DETAIL-COUNT
           END-IF.
           MOVE WS-CKPT-DETAIL-COUNT TO WS-CKH-NB-DETAILS.
           MOVE SPACES TO REC-F-CHECKPOINT.
           MOVE WS-CKPT-HEADER-LINE TO REC-F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
                       TO WS-CKS-OVR-STATUS
                   MOVE WS-STUDENT-OVR-REASON(WS-IND-ST)
                       TO WS-CKS-OVR-REASON
                   MOVE WS-STUDENT-TRACK(WS-IND-ST)
                       TO WS-CKS-TRACK
                   MOVE WS-STUDENT-TRACK-RANK(WS-IND-ST)
                       TO WS-CKS-TRACK-RANK
                   MOVE SPACES TO REC-F-CHECKPOINT
                   MOVE WS-CKPT-STUDENT-LINE TO REC-F-CHECKPOINT
                   WRITE REC-F-CHECKPOINT
                       TO WS-CKC-NB-PASS
                   MOVE WS-COURSE-PASS-RATE(WS-IND-CO)
                       TO WS-CKC-PASS-RATE
                   MOVE WS-COURSE-TYPE(WS-IND-CO) TO WS-CKC-TYPE
                   MOVE SPACES TO REC-F-CHECKPOINT
                   MOVE WS-CKPT-COURSE-LINE TO REC-F-CHECKPOINT
                   WRITE REC-F-CHECKPOINT
                   WRITE REC-F-CHECKPOINT
           END-PERFORM.

      *> Student detail lines carry the student ID only, never a
      *> name, so they travel in the masked copy too.
           PERFORM VARYING IDX-CPT FROM 1 BY 1
              UNTIL IDX-CPT > WS-NB-CPT
                   MOVE WS-CPT-STUDENT(IDX-CPT) TO WS-CKM-STUDENT
                   MOVE WS-CPT-DOMAIN(IDX-CPT)  TO WS-CKM-DOMAIN
                   MOVE WS-CPT-LEVEL(IDX-CPT)   TO WS-CKM-LEVEL
                   MOVE SPACES TO REC-F-CHECKPOINT
                   MOVE WS-CKPT-COMPETENCY-LINE TO REC-F-CHECKPOINT
                   WRITE REC-F-CHECKPOINT
           END-PERFORM.

           PERFORM VARYING IDX-PLC FROM 1 BY 1
              UNTIL IDX-PLC > WS-NB-PLC
                   MOVE WS-PLC-STUDENT(IDX-PLC)   TO WS-CKP-STUDENT
                   MOVE WS-PLC-COURSE(IDX-PLC)    TO WS-CKP-COURSE
                   MOVE WS-PLC-HOST(IDX-PLC)      TO WS-CKP-HOST
                   MOVE WS-PLC-START(IDX-PLC)     TO WS-CKP-START
                   MOVE WS-PLC-END(IDX-PLC)       TO WS-CKP-END
                   MOVE WS-PLC-HOURS(IDX-PLC)     TO WS-CKP-HOURS
                   MOVE WS-PLC-MIN-HOURS(IDX-PLC) TO WS-CKP-MIN-HOURS
                   IF WS-MASK-PASS = 'Y'
                       MOVE SPACES TO WS-CKP-SUPERVISOR
                   ELSE
                       MOVE WS-PLC-SUPERVISOR(IDX-PLC)
                           TO WS-CKP-SUPERVISOR
                   END-IF
                   MOVE SPACES TO REC-F-CHECKPOINT
                   MOVE WS-CKPT-PLACEMENT-LINE TO REC-F-CHECKPOINT
                   WRITE REC-F-CHECKPOINT
           END-PERFORM.

      *> Accommodation lines stay out of the masked copy as well: the
      *> pseudonym hides the name, not the plan.
           IF WS-MASK-PASS NOT = 'Y'
               PERFORM VARYING IDX-ACM FROM 1 BY 1
                  UNTIL IDX-ACM > WS-NB-ACM
                       MOVE WS-ACM-STUDENT(IDX-ACM) TO WS-CKA-STUDENT
                       MOVE WS-ACM-CODE(IDX-ACM)    TO WS-CKA-CODE
                       MOVE WS-ACM-EXTRA(IDX-ACM)   TO WS-CKA-EXTRA
                       MOVE SPACES TO REC-F-CHECKPOINT
                       MOVE WS-CKPT-ACCOMMODATION-LINE
                           TO REC-F-CHECKPOINT
                       WRITE REC-F-CHECKPOINT
               END-PERFORM
           END-IF.

      *> Guardian contact lines stay out of the masked support copy --
      *> a pseudonymized student next to the family's real name and
      *> address would undo the masking.
      *> was torn mid-table.
           COMPUTE WS-CKPT-DATA-LINES =
               WS-NB-STUDENTS + WS-NB-COURSES + WS-NB-RECORDS +
               WS-CKPT-GUARD-COUNT + WS-NB-WAITS +
               WS-CKPT-DETAIL-COUNT.
           MOVE WS-CKPT-DATA-LINES TO WS-CKT-COUNT.
           COMPUTE WS-CKT-CHECK =
               WS-NB-STUDENTS + (WS-NB-COURSES * 7) +
               (WS-NB-RECORDS * 13) + (WS-CKPT-GUARD-COUNT * 3) +
               WS-NB-WAITS + (WS-CKPT-DETAIL-COUNT * 5).
           MOVE SPACES TO REC-F-CHECKPOINT.
           MOVE WS-CKPT-TRAILER-LINE TO REC-F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
