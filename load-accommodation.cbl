       IDENTIFICATION DIVISION.
       PROGRAM-ID. load-accommodation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selin.
           COPY selrej.

       DATA DIVISION.
       FILE SECTION.
           COPY fdin.
           COPY fdrej.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY tables.
           COPY workvars.

       01  WS-ACM-ROW              PIC 9(4)    VALUE 0.
       01  WS-ACM-REASON           PIC X(30)   VALUE SPACES.

      *> A '19' record files one exam accommodation: student, the
      *> arrangement code and the extra-time percentage. The code
      *> must be one of the plan's (fdin.cpy), the percentage 0 to
      *> 100 and, for ET, above 0 -- an extra-time line granting no
      *> time is a typing error, not a plan. A later record for the
      *> same student and code replaces the earlier one.
       PROCEDURE DIVISION.
       5196-LOAD-ACCOMMODATION-START.
           MOVE SPACES TO WS-ACM-REASON.
           IF NOT R-ACM-CODE-OK
               MOVE 'ACCOMMODATION: UNKNOWN CODE' TO WS-ACM-REASON
               PERFORM 5197-REJECT-START THRU 5197-REJECT-END
               GO TO 5196-LOAD-ACCOMMODATION-END
           END-IF.

           IF R-ACM-EXTRA IS NOT NUMERIC OR R-ACM-EXTRA > 100 OR
              (R-ACM-CODE = 'ET' AND R-ACM-EXTRA = 0)
               MOVE 'ACCOMMODATION: BAD EXTRA TIME' TO WS-ACM-REASON
               PERFORM 5197-REJECT-START THRU 5197-REJECT-END
               GO TO 5196-LOAD-ACCOMMODATION-END
           END-IF.

           SET IDX-STUDENT TO 1.
           SEARCH WS-STUDENT-TAB
               AT END
                   MOVE 'UNKNOWN STUDENT ID' TO WS-ACM-REASON
               WHEN WS-STUDENT-ID(IDX-STUDENT) = R-ACM-KEY
                   CONTINUE
           END-SEARCH.
           IF WS-ACM-REASON NOT = SPACES
               PERFORM 5197-REJECT-START THRU 5197-REJECT-END
               GO TO 5196-LOAD-ACCOMMODATION-END
           END-IF.

           MOVE 0 TO WS-ACM-ROW.
           IF WS-NB-ACM > 0
               SET IDX-ACM TO 1
               SEARCH WS-ACM-TAB
                   WHEN WS-ACM-STUDENT(IDX-ACM) = R-ACM-KEY AND
                        WS-ACM-CODE(IDX-ACM) = R-ACM-CODE
                       SET WS-ACM-ROW TO IDX-ACM
               END-SEARCH
           END-IF.
           IF WS-ACM-ROW = 0
               IF WS-NB-ACM >= 9999
                   MOVE 'ACCOMMODATION: TABLE FULL' TO WS-ACM-REASON
                   PERFORM 5197-REJECT-START THRU 5197-REJECT-END
                   GO TO 5196-LOAD-ACCOMMODATION-END
               END-IF
               ADD 1 TO WS-NB-ACM
               MOVE WS-NB-ACM  TO WS-ACM-ROW
               MOVE R-ACM-KEY  TO WS-ACM-STUDENT(WS-ACM-ROW)
               MOVE R-ACM-CODE TO WS-ACM-CODE(WS-ACM-ROW)
           END-IF.
           MOVE R-ACM-EXTRA TO WS-ACM-EXTRA(WS-ACM-ROW).
           ADD 1 TO WS-NB-ACCEPTED.
       5196-LOAD-ACCOMMODATION-END.
           GOBACK.

       5197-REJECT-START.
           MOVE SPACES TO REC-F-REJECT.
           MOVE WS-ACM-REASON TO R-REJ-REASON.
           MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE.
           MOVE REC-ACCOMMODATION TO R-REJ-RECORD.
           WRITE REC-F-REJECT.
           CALL 'test-status'.
           ADD 1 TO WS-NB-REJECTS.
       5197-REJECT-END.
           EXIT.
