      *> Term labels sort lexically, so "version in force for
      *> WS-TERM" is the row with the greatest from-term not above
      *> it; among equals the later file row wins, matching the
      *> order maintenance applied them. A row naming a track is that
      *> track's own weighting -- track-coef.cbl's business, never
      *> the course's.
       4035-APPLY-ONE-VERSION-START.
           IF R-COH-COURSE IS NOT NUMERIC OR
              R-COH-TRACK NOT = SPACES
               GO TO 4035-APPLY-ONE-VERSION-END
           END-IF.
           IF R-COH-FROM-TERM NOT = SPACES AND
           EXIT.

       4015-STORE-STUDENT-START.
      *> Graduates and excluded students stay on the master for the
      *> record but are off the roll since the year-end rollover.
           IF R-STM-INACTIVE
               GO TO 4015-STORE-STUDENT-END
           END-IF.
           IF WS-NB-STUDENTS >= 999
               DISPLAY 'LOAD-MASTERS: STUDENT TABLE FULL, ID'
                       SPACE R-STM-ID SPACE 'SKIPPED'
           MOVE 0          TO WS-STUDENT-ENR-DATE(WS-NB-STUDENTS).
           MOVE 0          TO WS-STUDENT-CONDUCT-PTS(WS-NB-STUDENTS).
           MOVE 0          TO WS-STUDENT-NB-INCIDENTS(WS-NB-STUDENTS).
           MOVE R-STM-TRACK TO WS-STUDENT-TRACK(WS-NB-STUDENTS).
           MOVE 0          TO WS-STUDENT-TRACK-RANK(WS-NB-STUDENTS).
       4015-STORE-STUDENT-END.
           EXIT.

           END-IF.
           MOVE R-CRM-SCALE    TO WS-COURSE-SCALE(WS-NB-COURSES).
           MOVE R-CRM-PREREQ   TO WS-COURSE-PREREQ(WS-NB-COURSES).
           IF R-CRM-TYPE = 'O'
               MOVE 'O'        TO WS-COURSE-TYPE(WS-NB-COURSES)
           ELSE
               MOVE 'R'        TO WS-COURSE-TYPE(WS-NB-COURSES)
           END-IF.
      *> Expected-component configuration rides the term's '02'
      *> records, not the master -- a '02' for a mastered course
      *> rejects as a duplicate, so shops using both declare the
