       01  WS-IND-TM          PIC 999     VALUE 0.
       01  WS-NB-CRS          PIC 999     VALUE 0.
       01  WS-TOT-ENROLLED    PIC 9(5)    VALUE 0.
       01  WS-AVG-SUM         PIC 9(7)V9999 VALUE 0.
       01  WS-AVG-DIV         PIC 9(5)V9999 VALUE 0.
       01  WS-TEA-AVG         PIC 99V99   VALUE 0.
       01  WS-ENR-SUM         PIC 9(5)V9999 VALUE 0.

      *> Each course's share of the teacher being rolled up, by
      *> WS-COURSE-TAB position: 1 for a course they taught all
      *> term, a fraction where a substitute covered part of it
      *> (or where they were the substitute), 0 for anyone else's.
       01  WS-SHARE-TAB.
           03 WS-CRS-SHARE    PIC 9V9999  OCCURS 999.

       01  WS-WORK-HEADER.
           03 FILLER          PIC X(31)  VALUE
           03 WS-TWC-NAME     PIC X(21).
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 WS-TWC-AVG      PIC Z9,99.
           03 FILLER          PIC X(3)   VALUE ' | '.
           03 FILLER          PIC X(6)   VALUE 'SHARE '.
           03 WS-TWC-SHARE    PIC ZZ9.
           03 FILLER          PIC X      VALUE '%'.

      *> Per-teacher workload off the validated dimension: for every
      *> instructor on the teacher master, the courses they carry
      *> this term, the summed enrollment across them, the weighted
      *> mean of their course averages and each course's own figure
      *> -- the faculty-review numbers, finally from one validated
      *> name instead of three spellings of it. A course a substitute
      *> covered for part of the term is split between the two by
      *> the dates on the substitution file: each carries the
      *> course, with its enrollment and its weight in their mean
      *> prorated to the share of the term window they taught it.
       PROCEDURE DIVISION.
       7450-TEACHER-WORKLOAD-START.
           IF WS-NB-TEAMAST = 0

       7460-ROLL-ONE-TEACHER-START.
           MOVE 0 TO WS-NB-CRS.
           MOVE 0 TO WS-ENR-SUM.
           MOVE 0 TO WS-AVG-SUM.
           MOVE 0 TO WS-AVG-DIV.
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   PERFORM 7462-COURSE-SHARE-START
                      THRU 7462-COURSE-SHARE-END
                   IF WS-CRS-SHARE(WS-IND-CO) > 0
                       ADD 1 TO WS-NB-CRS
                       COMPUTE WS-ENR-SUM = WS-ENR-SUM +
                           (WS-COURSE-ENROLLED(WS-IND-CO) *
                            WS-CRS-SHARE(WS-IND-CO))
                       IF WS-COURSE-DIV(WS-IND-CO) > 0
                           COMPUTE WS-AVG-SUM = WS-AVG-SUM +
                               (WS-COURSE-AVG(WS-IND-CO) *
                                WS-COURSE-DIV(WS-IND-CO) *
                                WS-CRS-SHARE(WS-IND-CO))
                           COMPUTE WS-AVG-DIV = WS-AVG-DIV +
                               (WS-COURSE-DIV(WS-IND-CO) *
                                WS-CRS-SHARE(WS-IND-CO))
                       END-IF
                   END-IF
           END-PERFORM.
           IF WS-NB-CRS = 0
               GO TO 7460-ROLL-ONE-TEACHER-END
           END-IF.
           COMPUTE WS-TOT-ENROLLED ROUNDED = WS-ENR-SUM.

           MOVE WS-TEA-NAME(WS-IND-TM)     TO WS-TWL-NAME.
           MOVE WS-TEA-FULLNAME(WS-IND-TM) TO WS-TWL-FULL.

           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-NB-COURSES
                   IF WS-CRS-SHARE(WS-IND-CO) > 0
                       MOVE WS-COURSE-NAME(WS-IND-CO) TO WS-TWC-NAME
                       MOVE WS-COURSE-AVG(WS-IND-CO)  TO WS-TWC-AVG
                       COMPUTE WS-TWC-SHARE ROUNDED =
                           WS-CRS-SHARE(WS-IND-CO) * 100
                       MOVE SPACES TO REC-F-TEAWORK
                       MOVE WS-WORK-COURSE-LINE TO REC-F-TEAWORK
                       IF WS-LOCALE-PERIOD
           END-PERFORM.
       7460-ROLL-ONE-TEACHER-END.
           EXIT.

       7462-COURSE-SHARE-START.
           MOVE 'S' TO WS-SBT-ACTION.
           MOVE WS-COURSE-ID(WS-IND-CO) TO WS-SBT-COURSE.
           MOVE WS-COURSE-TEACHER(WS-IND-CO) TO WS-SBT-TEACHER.
           MOVE WS-TEA-NAME(WS-IND-TM) TO WS-SBT-ASKED.
           CALL 'subst-teacher'.
           MOVE WS-SBT-SHARE TO WS-CRS-SHARE(WS-IND-CO).
       7462-COURSE-SHARE-END.
           EXIT.
