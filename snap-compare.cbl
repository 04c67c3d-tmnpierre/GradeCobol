       01  WS-EXP-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-EXP-GUARDIANS   PIC 999     VALUE 0.
       01  WS-EXP-WAITS       PIC 999     VALUE 0.
       01  WS-EXP-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-CNT-STUDENTS    PIC 999     VALUE 0.
       01  WS-CNT-COURSES     PIC 999     VALUE 0.
       01  WS-CNT-RECORDS     PIC 9(4)    VALUE 0.
       01  WS-CNT-GUARDIANS   PIC 999     VALUE 0.
       01  WS-CNT-WAITS       PIC 999     VALUE 0.
       01  WS-CNT-DETAILS     PIC 9(4)    VALUE 0.
       01  WS-TRL-CHECK-GOT   PIC 9(9)    VALUE 0.
       01  WS-CHECK-CALC      PIC 9(9)    VALUE 0.

           MOVE 0 TO WS-CNT-RECORDS.
           MOVE 0 TO WS-CNT-GUARDIANS.
           MOVE 0 TO WS-CNT-WAITS.
           MOVE 0 TO WS-CNT-DETAILS.
           MOVE 0 TO WS-EXP-DETAILS.
           MOVE '00' TO F-CHECKPOINT-STATUS.
           OPEN INPUT F-CHECKPOINT.
           IF NOT F-CHECKPOINT-STATUS-OK
           COMPUTE WS-CHECK-CALC =
               WS-CNT-STUDENTS + (WS-CNT-COURSES * 7) +
               (WS-CNT-RECORDS * 13) + (WS-CNT-GUARDIANS * 3) +
               WS-CNT-WAITS + (WS-CNT-DETAILS * 5).
           IF WS-CNT-STUDENTS NOT = WS-EXP-STUDENTS OR
              WS-CNT-COURSES  NOT = WS-EXP-COURSES  OR
              WS-CNT-RECORDS  NOT = WS-EXP-RECORDS  OR
              WS-CNT-GUARDIANS NOT = WS-EXP-GUARDIANS OR
              WS-CNT-WAITS    NOT = WS-EXP-WAITS OR
              WS-CNT-DETAILS  NOT = WS-EXP-DETAILS OR
              WS-CHECK-CALC   NOT = WS-TRL-CHECK-GOT
               DISPLAY 'SNAPSHOT' SPACE WS-FILE-CHECKPOINT-NAME SPACE
                       'COUNTS DISAGREE WITH ITS HEADER/TRAILER --'
                       MOVE WS-CKH-NB-GUARDIANS TO WS-EXP-GUARDIANS
                       MOVE WS-CKH-NB-WAITS     TO WS-EXP-WAITS
                   END-IF
                   IF WS-CKH-NB-DETAILS IS NUMERIC
                       MOVE WS-CKH-NB-DETAILS   TO WS-EXP-DETAILS
                   END-IF
               WHEN '99'
                   MOVE REC-F-CHECKPOINT TO WS-CKPT-TRAILER-LINE
                   MOVE 'Y' TO WS-SNAP-TRL-SEEN
                                WS-B-CL-STAT(WS-SUB-HOLD)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                   IF WS-CKPT-IS-DETAIL
                       ADD 1 TO WS-CNT-DETAILS
                   END-IF
           END-EVALUATE.
       0877-PARSE-ONE-LINE-END.
           EXIT.
