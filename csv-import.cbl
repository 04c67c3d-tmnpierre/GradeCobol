               WHEN '17'
                   PERFORM 1675-MAP-CONDUCT-START
                      THRU 1675-MAP-CONDUCT-END
               WHEN '18'
                   PERFORM 1680-MAP-COMPETENCY-START
                      THRU 1680-MAP-COMPETENCY-END
               WHEN '19'
                   PERFORM 1685-MAP-ACCOMMODATION-START
                      THRU 1685-MAP-ACCOMMODATION-END
               WHEN '20'
                   PERFORM 1690-MAP-PLACEMENT-START
                      THRU 1690-MAP-PLACEMENT-END
               WHEN OTHER
                   DISPLAY '  UNUSABLE ROW (TYPE ' WS-REC-TYPE '): '
                           REC-F-CSVIN(1:40)
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(18:3).
      *> Anonymously marked scripts carry the candidate number in an
      *> optional seventh column, the student column left empty.
           MOVE WS-FLD(7)(1:6) TO REC-F-CNV(21:6).
       1635-MAP-COMPONENT-END.
           EXIT.

           MOVE WS-FLD(5)(1:20) TO REC-F-CNV(15:20).
       1675-MAP-CONDUCT-END.
           EXIT.

       1680-MAP-COMPETENCY-START.
           MOVE WS-FLD(2) TO WS-PAD-IN.
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(3:3).
           MOVE WS-FLD(3)(1:4)  TO REC-F-CNV(6:4).
           MOVE WS-FLD(4)(1:1)  TO REC-F-CNV(10:1).
       1680-MAP-COMPETENCY-END.
           EXIT.

       1685-MAP-ACCOMMODATION-START.
           MOVE WS-FLD(2) TO WS-PAD-IN.
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(3:3).
           MOVE WS-FLD(3)(1:2)  TO REC-F-CNV(6:2).
      *> Only extra time carries a percentage; the other codes are
      *> usually exported with the column empty.
           IF WS-FLD(4) = SPACES
               MOVE '000' TO REC-F-CNV(8:3)
               GO TO 1685-MAP-ACCOMMODATION-END
           END-IF.
           MOVE WS-FLD(4) TO WS-PAD-IN.
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(8:3).
       1685-MAP-ACCOMMODATION-END.
           EXIT.

      *> Placement row: student, course, host, start, end, hours,
      *> minimum hours (usually left empty -- the PLACEHOURS card
      *> then applies), tutor, scale, mark.
       1690-MAP-PLACEMENT-START.
           MOVE WS-FLD(2) TO WS-PAD-IN.
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(3:3).
           MOVE WS-FLD(3) TO WS-PAD-IN.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(6:3).
           MOVE WS-FLD(4)(1:20) TO REC-F-CNV(9:20).
           MOVE WS-FLD(5) TO WS-PAD-IN.
           MOVE 8 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:8) TO REC-F-CNV(29:8).
           MOVE WS-FLD(6) TO WS-PAD-IN.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:8) TO REC-F-CNV(37:8).
           MOVE WS-FLD(7) TO WS-PAD-IN.
           MOVE 3 TO WS-PAD-WIDTH.
           PERFORM 1615-PAD-NUMERIC-START THRU 1615-PAD-NUMERIC-END.
           MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(45:3).
           IF WS-FLD(8) = SPACES
               MOVE '000' TO REC-F-CNV(48:3)
           ELSE
               MOVE WS-FLD(8) TO WS-PAD-IN
               PERFORM 1615-PAD-NUMERIC-START
                  THRU 1615-PAD-NUMERIC-END
               MOVE WS-PAD-OUT(1:3) TO REC-F-CNV(48:3)
           END-IF.
           MOVE WS-FLD(9)(1:20) TO REC-F-CNV(51:20).
           MOVE WS-FLD(10)(1:1) TO REC-F-CNV(71:1).
           MOVE WS-FLD(11) TO WS-PAD-IN.
           MOVE 5 TO WS-PAD-WIDTH.
           PERFORM 1617-PAD-GRADE-START THRU 1617-PAD-GRADE-END.
           MOVE WS-PAD-OUT(1:5) TO REC-F-CNV(72:5).
       1690-MAP-PLACEMENT-END.
           EXIT.
