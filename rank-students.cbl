
       01  WS-NB-RANKED PIC 999 VALUE 0.

      *> Per-track running state for the track rank: students seen
      *> so far in each track, and the last average and rank given
      *> out there, so equal averages share a rank within the track
      *> the same way they do school-wide.
       01  WS-NB-RKT           PIC 999     VALUE 0.
       01  WS-RKT-TAB          OCCURS 1 TO 999
                               DEPENDING WS-NB-RKT
                               INDEXED BY IDX-RKT.
           03 WS-RKT-TRACK     PIC X(3).
           03 WS-RKT-COUNT     PIC 999.
           03 WS-RKT-LAST-AVG  PIC 999V99.
           03 WS-RKT-LAST-RANK PIC 999.
       01  WS-RKT-ROW          PIC 999     VALUE 0.

       PROCEDURE DIVISION.
       6500-RANK-STUDENTS-START.
      *> The old bubble sort swapped entire rows field by field --
               SORT WS-STUDENT-TAB
                   ON ASCENDING KEY WS-STUDENT-WITHDRAWN
                   ON DESCENDING KEY WS-STUDENT-AVG
               MOVE 'Y' TO WS-CIX-STATE
           END-IF.

           PERFORM 6520-ASSIGN-RANKS-START
              THRU 6520-ASSIGN-RANKS-END.
           PERFORM 6530-ASSIGN-TRACK-RANKS-START
              THRU 6530-ASSIGN-TRACK-RANKS-END.
       6500-RANK-STUDENTS-END.
           GOBACK.

           END-PERFORM.
       6520-ASSIGN-RANKS-END.
           EXIT.

      *> Rank within track: the table is already in school-wide order,
      *> so each student's track rank is how many of their own
      *> track's students came before them, ties sharing a rank.
      *> Students with no track are ranked among themselves.
       6530-ASSIGN-TRACK-RANKS-START.
           MOVE 0 TO WS-NB-RKT.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   IF WS-STUDENT-WITHDRAWN(WS-IND-ST) = 'Y'
                       MOVE 0 TO WS-STUDENT-TRACK-RANK(WS-IND-ST)
                   ELSE
                       PERFORM 6535-RANK-IN-TRACK-START
                          THRU 6535-RANK-IN-TRACK-END
                   END-IF
           END-PERFORM.
       6530-ASSIGN-TRACK-RANKS-END.
           EXIT.

       6535-RANK-IN-TRACK-START.
           MOVE 0 TO WS-RKT-ROW.
           IF WS-NB-RKT > 0
               SET IDX-RKT TO 1
               SEARCH WS-RKT-TAB
                   WHEN WS-RKT-TRACK(IDX-RKT) =
                        WS-STUDENT-TRACK(WS-IND-ST)
                       SET WS-RKT-ROW TO IDX-RKT
               END-SEARCH
           END-IF.
           IF WS-RKT-ROW = 0
               ADD 1 TO WS-NB-RKT
               MOVE WS-NB-RKT TO WS-RKT-ROW
               MOVE WS-STUDENT-TRACK(WS-IND-ST) TO
                    WS-RKT-TRACK(WS-RKT-ROW)
               MOVE 0 TO WS-RKT-COUNT(WS-RKT-ROW)
               MOVE 0 TO WS-RKT-LAST-RANK(WS-RKT-ROW)
           END-IF.
           ADD 1 TO WS-RKT-COUNT(WS-RKT-ROW).
           IF WS-RKT-COUNT(WS-RKT-ROW) > 1 AND
              WS-STUDENT-AVG(WS-IND-ST) = WS-RKT-LAST-AVG(WS-RKT-ROW)
               MOVE WS-RKT-LAST-RANK(WS-RKT-ROW) TO
                    WS-STUDENT-TRACK-RANK(WS-IND-ST)
           ELSE
               MOVE WS-RKT-COUNT(WS-RKT-ROW) TO
                    WS-STUDENT-TRACK-RANK(WS-IND-ST)
           END-IF.
           MOVE WS-STUDENT-AVG(WS-IND-ST) TO
                WS-RKT-LAST-AVG(WS-RKT-ROW).
           MOVE WS-STUDENT-TRACK-RANK(WS-IND-ST) TO
                WS-RKT-LAST-RANK(WS-RKT-ROW).
       6535-RANK-IN-TRACK-END.
           EXIT.
