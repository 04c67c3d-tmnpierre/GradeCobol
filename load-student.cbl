               ELSE
                   MOVE 0 TO WS-STUDENT-ENR-DATE(WS-NB-STUDENTS)
               END-IF
               MOVE R-S-TRACK       TO
                    WS-STUDENT-TRACK(WS-NB-STUDENTS)
               MOVE 0               TO
                    WS-STUDENT-TRACK-RANK(WS-NB-STUDENTS)
               MOVE WS-NEXT-ID      TO WS-ID1
               ADD 1 TO WS-NB-ACCEPTED
           END-IF.
