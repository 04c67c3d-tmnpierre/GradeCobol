                       SET IDX-COURSE TO 1
                       SEARCH WS-COURSE-TAB
                           WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                               AND NOT WS-COURSE-IS-OPTION(IDX-COURSE)
                               MOVE WS-ID2 TO WS-TKC-COURSE
                               MOVE WS-STUDENT-TRACK(WS-IND-ST)
                                   TO WS-TKC-TRACK
                               MOVE WS-COURSE-COEF(IDX-COURSE)
                                   TO WS-TKC-COEF
                               CALL 'track-coef'
                               ADD WS-TKC-COEF TO WS-STUDENT-DIV
                       END-SEARCH
                   END-IF
           END-PERFORM.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-CNC-NAME
                   MOVE WS-ID2 TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK(WS-IND-ST) TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE WS-TKC-COEF TO WS-CNC-COEF
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-CLASS-HELD(WS-IND-CL)
