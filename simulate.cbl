       6300-SIMULATE-END.
           GOBACK.

      *> A track-qualified pair changes that track's coefficient
      *> only; an unqualified pair changes the course's own and
      *> every track's set for the course, so "what if this course
      *> weighed X" means X for everyone.
       6310-APPLY-OVERRIDE-START.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = R-SIM-COURSE-ID
                   IF R-SIM-TRACK = SPACES
                       MOVE R-SIM-COEF TO WS-COURSE-COEF(IDX-COURSE)
                   END-IF
                   MOVE 'S'             TO WS-TKC-ACTION
                   MOVE R-SIM-COURSE-ID TO WS-TKC-COURSE
                   MOVE R-SIM-TRACK     TO WS-TKC-TRACK
                   MOVE R-SIM-COEF      TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE 'Y' TO WS-SIMULATION-MODE
           END-SEARCH.
       6310-APPLY-OVERRIDE-END.
