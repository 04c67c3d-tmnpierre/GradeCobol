       01  WS-EXP-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-EXP-GUARDIANS   PIC 999     VALUE 0.
       01  WS-EXP-WAITS       PIC 999     VALUE 0.
       01  WS-EXP-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-GOT-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-TRL-COUNT-GOT   PIC 9(5)    VALUE 0.
       01  WS-TRL-CHECK-GOT   PIC 9(9)    VALUE 0.
       01  WS-CHECK-CALC      PIC 9(9)    VALUE 0.
           INITIALIZE WS-NB-STUDENTS.
           INITIALIZE WS-NB-COURSES.
           INITIALIZE WS-NB-RECORDS.
           MOVE 'Y' TO WS-CIX-STATE.
           INITIALIZE WS-NB-GUARDIANS.
           MOVE 'N' TO WS-HSH-BUILT.
           INITIALIZE WS-NB-HSH.
           INITIALIZE WS-NB-WAITS.
           INITIALIZE WS-NB-CPT.
           INITIALIZE WS-NB-ACM.
           INITIALIZE WS-NB-PLC.
           MOVE 0 TO WS-EXP-DETAILS.
           MOVE 0 TO WS-GOT-DETAILS.
           MOVE 'N' TO WS-SNAP-HDR-SEEN.
           MOVE 'N' TO WS-SNAP-TRL-SEEN.
           MOVE 'N' TO WS-SNAP-BAD.

       4110-PARSE-LINE-START.
           MOVE REC-F-CHECKPOINT(1:2) TO WS-REC-TYPE.
           MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG.
           IF WS-CKPT-IS-DETAIL
               ADD 1 TO WS-GOT-DETAILS
           END-IF.
           EVALUATE WS-REC-TYPE
               WHEN 'H0'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-HEADER-LINE
                       MOVE WS-CKH-NB-GUARDIANS TO WS-EXP-GUARDIANS
                       MOVE WS-CKH-NB-WAITS     TO WS-EXP-WAITS
                   END-IF
                   IF WS-CKH-NB-DETAILS IS NUMERIC
                       MOVE WS-CKH-NB-DETAILS   TO WS-EXP-DETAILS
                   END-IF
               WHEN '99'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-TRAILER-LINE
                   MOVE 'Y' TO WS-SNAP-TRL-SEEN
                   ELSE
                       MOVE 0 TO WS-STUDENT-RANK(WS-NB-STUDENTS)
                   END-IF
                   MOVE WS-CKS-TRACK TO
                        WS-STUDENT-TRACK(WS-NB-STUDENTS)
                   IF WS-CKS-TRACK-RANK IS NUMERIC
                       MOVE WS-CKS-TRACK-RANK TO
                            WS-STUDENT-TRACK-RANK(WS-NB-STUDENTS)
                   ELSE
                       MOVE 0 TO
                            WS-STUDENT-TRACK-RANK(WS-NB-STUDENTS)
                   END-IF
               WHEN '02'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-COURSE-LINE
                   SET WS-NB-COURSES UP BY 1
                       MOVE 0 TO WS-COURSE-SLOT(WS-NB-COURSES)
                   END-IF
                   MOVE 'N' TO WS-COURSE-MODERATED(WS-NB-COURSES)
                   IF WS-CKC-TYPE = 'O'
                       MOVE 'O' TO WS-COURSE-TYPE(WS-NB-COURSES)
                   ELSE
                       MOVE 'R' TO WS-COURSE-TYPE(WS-NB-COURSES)
                   END-IF
               WHEN '03'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-CLASS-LINE
                   SET WS-NB-RECORDS UP BY 1
                   MOVE 0   TO WS-CLASS-NB-COMP(WS-NB-RECORDS)
                   MOVE 0   TO WS-CLASS-MISSED(WS-NB-RECORDS)
                   MOVE 0   TO WS-CLASS-MISSED-J(WS-NB-RECORDS)
      *> Transfer credits and placement marks keep their origin flag
      *> across the snapshot; anything else (including rows from a
      *> snapshot cut before the flag existed) reads back as
      *> in-house.
                   IF WS-CKL-ORIGIN = 'T' OR WS-CKL-ORIGIN = 'P'
                       MOVE WS-CKL-ORIGIN TO
                            WS-CLASS-ORIGIN(WS-NB-RECORDS)
                   ELSE
                       MOVE 'H' TO WS-CLASS-ORIGIN(WS-NB-RECORDS)
                   END-IF
                   ELSE
                       MOVE 'Y' TO WS-GRD-AUTH(WS-NB-GUARDIANS)
                   END-IF
               WHEN '18'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-COMPETENCY-LINE
                   SET WS-NB-CPT UP BY 1
                   MOVE WS-CKM-STUDENT TO WS-CPT-STUDENT(WS-NB-CPT)
                   MOVE WS-CKM-DOMAIN  TO WS-CPT-DOMAIN(WS-NB-CPT)
                   MOVE WS-CKM-LEVEL   TO WS-CPT-LEVEL(WS-NB-CPT)
               WHEN '19'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-ACCOMMODATION-LINE
                   SET WS-NB-ACM UP BY 1
                   MOVE WS-CKA-STUDENT TO WS-ACM-STUDENT(WS-NB-ACM)
                   MOVE WS-CKA-CODE    TO WS-ACM-CODE(WS-NB-ACM)
                   MOVE WS-CKA-EXTRA   TO WS-ACM-EXTRA(WS-NB-ACM)
               WHEN '20'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-PLACEMENT-LINE
                   SET WS-NB-PLC UP BY 1
                   MOVE WS-CKP-STUDENT TO WS-PLC-STUDENT(WS-NB-PLC)
                   MOVE WS-CKP-COURSE  TO WS-PLC-COURSE(WS-NB-PLC)
                   MOVE WS-CKP-HOST    TO WS-PLC-HOST(WS-NB-PLC)
                   MOVE WS-CKP-START   TO WS-PLC-START(WS-NB-PLC)
                   MOVE WS-CKP-END     TO WS-PLC-END(WS-NB-PLC)
                   MOVE WS-CKP-HOURS   TO WS-PLC-HOURS(WS-NB-PLC)
                   MOVE WS-CKP-MIN-HOURS TO
                        WS-PLC-MIN-HOURS(WS-NB-PLC)
                   MOVE WS-CKP-SUPERVISOR TO
                        WS-PLC-SUPERVISOR(WS-NB-PLC)
           END-EVALUATE.
       4110-PARSE-LINE-END.
           EXIT.
               COMPUTE WS-CHECK-CALC =
                   WS-NB-STUDENTS + (WS-NB-COURSES * 7) +
                   (WS-NB-RECORDS * 13) + (WS-NB-GUARDIANS * 3) +
                   WS-NB-WAITS + (WS-GOT-DETAILS * 5)
               IF WS-NB-STUDENTS NOT = WS-EXP-STUDENTS OR
                  WS-NB-COURSES  NOT = WS-EXP-COURSES  OR
                  WS-NB-RECORDS  NOT = WS-EXP-RECORDS  OR
                  WS-NB-GUARDIANS NOT = WS-EXP-GUARDIANS OR
                  WS-NB-WAITS    NOT = WS-EXP-WAITS OR
                  WS-GOT-DETAILS NOT = WS-EXP-DETAILS OR
                  WS-CHECK-CALC  NOT = WS-TRL-CHECK-GOT
                   DISPLAY 'RESTORE: SNAPSHOT COUNTS DISAGREE WITH'
                           SPACE 'ITS HEADER/TRAILER -- TORN DUMP'
               INITIALIZE WS-NB-RECORDS
               INITIALIZE WS-NB-GUARDIANS
               INITIALIZE WS-NB-WAITS
               INITIALIZE WS-NB-CPT
               INITIALIZE WS-NB-ACM
               INITIALIZE WS-NB-PLC
               MOVE 'Y' TO WS-BATCH-MISMATCH
           END-IF.
       4130-VERIFY-SNAPSHOT-END.
