       01 WS-STUDENT-DIV     PIC 999V9   VALUE 0.
       01 WS-STUDENT-SUM     PIC 9(5)V99 VALUE 0.
       01 WS-WEIGHTED-GRADE  PIC 9(5)V99 VALUE 0.
      *> Optional courses add only their points above the pass mark,
      *> weighted by the coefficient, on top of the regular weighted
      *> sum -- their coefficient never enters the divisor, so a weak
      *> option cannot pull the average down.
       01 WS-STUDENT-BONUS   PIC 9(5)V99 VALUE 0.
       01 WS-CUR-ID          PIC 999     VALUE 0.
       01 WS-CUR-ST          PIC 999     VALUE 0.
       01 WS-CUR-WDR         PIC X       VALUE 'N'.
       01 WS-PLC-SHORT       PIC X       VALUE 'N'.

      *> Prorated absence ceiling for a late arrival: the configured
      *> ceiling scaled to the fraction of the TERMSTART/TERMEND
           END-PERFORM.

           SORT WS-CLASS-TAB ON ASCENDING KEY WS-CLASS-ID1.
           MOVE 'Y' TO WS-CIX-STATE.

           MOVE 0 TO WS-CUR-ID.
           MOVE 0 TO WS-CUR-ST.
           MOVE 0 TO WS-STUDENT-SUM.
           MOVE 0 TO WS-STUDENT-DIV.
           MOVE 0 TO WS-STUDENT-BONUS.
           PERFORM VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > WS-NB-RECORDS
                  IF WS-CLASS-ID1(WS-IND-CL) NOT = WS-CUR-ID
           GOBACK.

      *> Control break: store the finished student's weighted average.
      *> The option bonus can lift an average, never past 20.
       6020-CLOSE-STUDENT-START.
           IF WS-CUR-ST > 0 AND WS-STUDENT-DIV > 0
               COMPUTE WS-STUDENT-AVG(WS-CUR-ST) ROUNDED =
                       (WS-STUDENT-SUM + WS-STUDENT-BONUS) /
                       WS-STUDENT-DIV
               IF WS-STUDENT-AVG(WS-CUR-ST) > 20
                   MOVE 20 TO WS-STUDENT-AVG(WS-CUR-ST)
               END-IF
           END-IF.
       6020-CLOSE-STUDENT-END.
           EXIT.
           END-IF.
           MOVE 0 TO WS-STUDENT-SUM.
           MOVE 0 TO WS-STUDENT-DIV.
           MOVE 0 TO WS-STUDENT-BONUS.
       6025-OPEN-STUDENT-END.
           EXIT.

                   MOVE 'REDOUBLE' TO WS-STUDENT-STATUS(WS-IND-ST)
               END-IF
           END-IF.
      *> A mandatory work placement short of its minimum hours
      *> fails the year whatever the average -- and, as for any
      *> other failure, a repeater who fails again is excluded.
           PERFORM 6018-CHECK-PLACEMENT-START
              THRU 6018-CHECK-PLACEMENT-END.
           IF WS-PLC-SHORT = 'Y' AND
              WS-STUDENT-STATUS(WS-IND-ST) = 'PROMU'
               IF WS-STUDENT-IS-REPEATER(WS-IND-ST)
                   MOVE 'EXCLU'    TO WS-STUDENT-STATUS(WS-IND-ST)
               ELSE
                   MOVE 'REDOUBLE' TO WS-STUDENT-STATUS(WS-IND-ST)
               END-IF
           END-IF.
      *> The school's promotion rules bar a student whose absences
      *> passed the configured ceiling, whatever the average came out
      *> to -- the override lands after the PROMU/REDOUBLE decision so
       6017-DATE-TO-DAYS-END.
           EXIT.

      *> Any placement of the student WS-IND-ST points at whose
      *> hours fall short of the minimum in force for it.
       6018-CHECK-PLACEMENT-START.
           MOVE 'N' TO WS-PLC-SHORT.
           PERFORM VARYING IDX-PLC FROM 1 BY 1
              UNTIL IDX-PLC > WS-NB-PLC OR WS-PLC-SHORT = 'Y'
                  IF WS-PLC-STUDENT(IDX-PLC) =
                     WS-STUDENT-ID(WS-IND-ST) AND
                     WS-PLC-HOURS(IDX-PLC) < WS-PLC-MIN-HOURS(IDX-PLC)
                      MOVE 'Y' TO WS-PLC-SHORT
                  END-IF
           END-PERFORM.
       6018-CHECK-PLACEMENT-END.
           EXIT.

       5080-PREP-C-AVG-START.
           SET WS-ID2 TO WS-CLASS-ID2(WS-IND-CL).
           SET IDX-COURSE TO 1.
      *> Weight the student's overall average by the course's
      *> coefficient -- a coef-3 core class counts 3x a coef-1
      *> elective -- while the course-wide average stays a plain
      *> mean of the grades students got in that one course. The
      *> coefficient is the one the student's own track carries.
                   MOVE WS-COURSE-ID(IDX-COURSE) TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK(WS-CUR-ST) TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   IF WS-COURSE-IS-OPTION(IDX-COURSE)
                       IF WS-CLASS-GRADE(WS-IND-CL) > WS-PASS-MARK
                           COMPUTE WS-WEIGHTED-GRADE =
                               (WS-CLASS-GRADE(WS-IND-CL) -
                                WS-PASS-MARK) * WS-TKC-COEF
                           ADD WS-WEIGHTED-GRADE TO WS-STUDENT-BONUS
                       END-IF
                   ELSE
                       COMPUTE WS-WEIGHTED-GRADE =
                           WS-CLASS-GRADE(WS-IND-CL) * WS-TKC-COEF
                       ADD WS-WEIGHTED-GRADE TO WS-STUDENT-SUM
                       ADD WS-TKC-COEF TO WS-STUDENT-DIV
                   END-IF
      *> A withdrawn student's own average still computes for the
      *> record, but their marks stay out of the class-wide course
      *> statistics.
