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

                                   MOVE WS-CKH-NB-WAITS TO
                                        WS-EXP-WAITS
                               END-IF
                               IF WS-CKH-NB-DETAILS IS NUMERIC
                                   MOVE WS-CKH-NB-DETAILS TO
                                        WS-EXP-DETAILS
                               END-IF
                           WHEN '99'
                               MOVE REC-F-CHECKPOINT TO
                                    WS-CKPT-TRAILER-LINE
                               ADD 1 TO WS-CNT-WAITS
                           WHEN '08'
                               ADD 1 TO WS-CNT-GUARDIANS
                           WHEN OTHER
                               MOVE WS-REC-TYPE TO WS-CKPT-DETAIL-TAG
                               IF WS-CKPT-IS-DETAIL
                                   ADD 1 TO WS-CNT-DETAILS
                               END-IF
                       END-EVALUATE
                       IF WS-REC-TYPE = '01'
                           ADD 1 TO WS-CNT-STUDENTS
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
               DISPLAY 'SNAPSHOT COUNTS DISAGREE WITH ITS'
                       SPACE 'HEADER/TRAILER -- TORN DUMP'
