       01  WS-REF-COURSE-OK  PIC X       VALUE 'N'.
       01  WS-CRS-SCALE      PIC X       VALUE SPACE.
       01  WS-CONVERT-OK     PIC X       VALUE 'Y'.
       01  WS-CAND-REASON    PIC X(30)   VALUE SPACES.

      *> Req 024: a '05' record adds one weighted grade component
      *> (midterm/final/homework/...) to a student/course pair, instead
           MOVE 'N' TO WS-STAGE-STATUS.
           MOVE 0   TO WS-STAGE-GRADE.

      *> An anonymously marked script names its candidate number, not
      *> the student: translate it through the key first, so every
      *> check below sees an ordinary student/course pair.
           IF R-COMP-CAND NOT = SPACES
               PERFORM 5078-TRANSLATE-CAND-START
                  THRU 5078-TRANSLATE-CAND-END
               IF WS-CAND-REASON NOT = SPACES
                   MOVE SPACES TO REC-F-REJECT
                   MOVE WS-CAND-REASON TO R-REJ-REASON
                   MOVE REC-COMPONENT TO R-REJ-RECORD
                   MOVE WS-RECYCLE-CYCLE TO R-REJ-CYCLE
                   WRITE REC-F-REJECT
                   CALL 'test-status'
                   ADD 1 TO WS-NB-REJECTS
                   GO TO 5070-LOAD-COMPONENT-END
               END-IF
           END-IF.

           EVALUATE R-COMP-GRADE
               WHEN 'INC'
                   MOVE 'I' TO WS-STAGE-STATUS

       5072-FIND-OR-CREATE-CLASS-START.
           MOVE 'N' TO WS-FOUND-CLASS.
           IF WS-CIX-CLASS-ROW > 0
               SET IDX-CLASS TO WS-CIX-CLASS-ROW
               MOVE 'Y' TO WS-FOUND-CLASS
           END-IF.
           IF WS-FOUND-CLASS = 'N'
               SET WS-NB-RECORDS UP BY 1
               SET IDX-CLASS TO WS-NB-RECORDS
               MOVE 0   TO WS-CLASS-MISSED-J(IDX-CLASS)
      *> Req 025: a brand-new pair is a brand-new enrollment, same as
      *> load-class.cbl counts for a '03' record.
               IF WS-CIX-COURSE-ROW > 0
                   ADD 1 TO WS-COURSE-ENROLLED(WS-CIX-COURSE-ROW)
               END-IF
           END-IF.
       5072-FIND-OR-CREATE-CLASS-END.
           EXIT.

      *> The pair row found here is the one 5072 reuses -- nothing is
      *> appended to WS-CLASS-TAB in between.
       5076-VERIFY-REFERENTIAL-START.
           MOVE R-COMP-KEY1 TO WS-CIX-KEY1.
           MOVE R-COMP-KEY2 TO WS-CIX-KEY2.
           CALL 'class-index'.

           MOVE 'N' TO WS-REF-STUDENT-OK.
           IF WS-CIX-STUDENT-ROW > 0
               MOVE 'Y' TO WS-REF-STUDENT-OK
           END-IF.

           MOVE 'N' TO WS-REF-COURSE-OK.
           MOVE SPACE TO WS-CRS-SCALE.
           IF WS-CIX-COURSE-ROW > 0
               MOVE 'Y' TO WS-REF-COURSE-OK
               MOVE WS-COURSE-SCALE(WS-CIX-COURSE-ROW) TO WS-CRS-SCALE
           END-IF.
       5076-VERIFY-REFERENTIAL-END.
           EXIT.

      *> The rejected record keeps the candidate number as typed and
      *> the student key it came with, so the exam office can trace
      *> it on the key without the marker ever seeing a name.
       5078-TRANSLATE-CAND-START.
           MOVE SPACES TO WS-CAND-REASON.
           MOVE 'U' TO WS-CDK-ACTION.
           MOVE R-COMP-CAND TO WS-CDK-CAND.
           MOVE R-COMP-KEY2 TO WS-CDK-COURSE.
           MOVE R-COMP-TYPE TO WS-CDK-TYPE.
           CALL 'cand-key'.
           EVALUATE TRUE
               WHEN WS-CDK-OK
                   MOVE WS-CDK-STUDENT TO R-COMP-KEY1
               WHEN WS-CDK-WRONG-SLOT
                   MOVE 'CANDIDATE NOT IN THIS EXAM' TO WS-CAND-REASON
               WHEN WS-CDK-REUSED
                   MOVE 'CANDIDATE NUMBER USED TWICE' TO WS-CAND-REASON
               WHEN OTHER
                   MOVE 'CANDIDATE NUMBER NOT IN KEY' TO WS-CAND-REASON
           END-EVALUATE.
       5078-TRANSLATE-CAND-END.
           EXIT.

      *> Only a WS-COMP-GRADED component contributes its grade/weight --
      *> an INC/ABS component's WS-COMP-GRADE is a phantom 0 that must
      *> never enter the weighted mean ("an absence isn't a zero", same
