       IDENTIFICATION DIVISION.
       PROGRAM-ID. class-index.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY tables.
           COPY workvars.

      *> Direct-address maps, subscript = ID + 1 (IDs run 000-999):
      *> the student and course table rows holding each ID, and the
      *> first and last class row of each student's chain. Every
      *> class row points on to the student's next row, in table
      *> order, so the first row found for a pair is the same row a
      *> serial SEARCH from the top would have found.
       01  WS-CXI-MAPS.
           03 WS-CXI-ID           OCCURS 1000.
              05 WS-CXI-STU-ROW   PIC 999.
              05 WS-CXI-CRS-ROW   PIC 999.
              05 WS-CXI-HEAD      PIC 9(4).
              05 WS-CXI-TAIL      PIC 9(4).
       01  WS-CXI-CHAIN.
           03 WS-CXI-NEXT         PIC 9(4)    OCCURS 9999.
       01  WS-CXI-NB-CL           PIC 9(4)    VALUE 0.
       01  WS-CXI-NB-ST           PIC 999     VALUE 0.
       01  WS-CXI-NB-CO           PIC 999     VALUE 0.
       01  WS-CXI-SUB             PIC 9(4)    VALUE 0.
       01  WS-CXI-ROW             PIC 9(4)    VALUE 0.
       01  WS-CXI-SUSPECT         PIC X       VALUE 'N'.
       01  WS-CXI-PASS            PIC 9       VALUE 0.

      *> Keyed access to the shared tables for the load modules. A
      *> serial SEARCH of WS-CLASS-TAB per incoming pair record made
      *> the load phase grow with the square of the class size on a
      *> consolidated run; here a pair costs the length of one
      *> student's chain (the courses that student takes) and a
      *> student or course ID one subscript. The maps live in this
      *> module's working storage and are kept across CALLs: rows
      *> the loaders append are linked in on the next call, and a
      *> shrunken table or WS-CIX-STALE (set wherever the tables are
      *> reloaded or sorted in place) throws the maps away and
      *> rebuilds them. Every answer is checked against the table
      *> itself before it is given -- a row that no longer holds
      *> what the map says it does also forces a rebuild, so the
      *> maps can cost time but never a wrong row.
       PROCEDURE DIVISION.
       5600-CLASS-INDEX-START.
           IF NOT WS-CIX-CURRENT OR
              WS-NB-RECORDS  < WS-CXI-NB-CL OR
              WS-NB-STUDENTS < WS-CXI-NB-ST OR
              WS-NB-COURSES  < WS-CXI-NB-CO
               PERFORM 5610-CLEAR-MAPS-START THRU 5610-CLEAR-MAPS-END
           END-IF.

           MOVE 1 TO WS-CXI-PASS.
           PERFORM 5620-CATCH-UP-START THRU 5620-CATCH-UP-END.
           PERFORM 5630-FIND-START THRU 5630-FIND-END.
           IF WS-CXI-SUSPECT = 'Y'
               MOVE 2 TO WS-CXI-PASS
               PERFORM 5610-CLEAR-MAPS-START THRU 5610-CLEAR-MAPS-END
               PERFORM 5620-CATCH-UP-START THRU 5620-CATCH-UP-END
               PERFORM 5630-FIND-START THRU 5630-FIND-END
           END-IF.
       5600-CLASS-INDEX-END.
           GOBACK.

       5610-CLEAR-MAPS-START.
           INITIALIZE WS-CXI-MAPS.
           MOVE 0 TO WS-CXI-NB-CL.
           MOVE 0 TO WS-CXI-NB-ST.
           MOVE 0 TO WS-CXI-NB-CO.
           MOVE 'N' TO WS-CIX-STATE.
       5610-CLEAR-MAPS-END.
           EXIT.

      *> Link in whatever the loaders appended since the last call.
      *> A duplicate student or course ID keeps its first row, as
      *> SEARCH would.
       5620-CATCH-UP-START.
           PERFORM UNTIL WS-CXI-NB-ST >= WS-NB-STUDENTS
               ADD 1 TO WS-CXI-NB-ST
               COMPUTE WS-CXI-SUB = WS-STUDENT-ID(WS-CXI-NB-ST) + 1
               IF WS-CXI-STU-ROW(WS-CXI-SUB) = 0
                   MOVE WS-CXI-NB-ST TO WS-CXI-STU-ROW(WS-CXI-SUB)
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-CXI-NB-CO >= WS-NB-COURSES
               ADD 1 TO WS-CXI-NB-CO
               COMPUTE WS-CXI-SUB = WS-COURSE-ID(WS-CXI-NB-CO) + 1
               IF WS-CXI-CRS-ROW(WS-CXI-SUB) = 0
                   MOVE WS-CXI-NB-CO TO WS-CXI-CRS-ROW(WS-CXI-SUB)
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-CXI-NB-CL >= WS-NB-RECORDS
               ADD 1 TO WS-CXI-NB-CL
               MOVE 0 TO WS-CXI-NEXT(WS-CXI-NB-CL)
               COMPUTE WS-CXI-SUB = WS-CLASS-ID1(WS-CXI-NB-CL) + 1
               IF WS-CXI-HEAD(WS-CXI-SUB) = 0
                   MOVE WS-CXI-NB-CL TO WS-CXI-HEAD(WS-CXI-SUB)
               ELSE
                   MOVE WS-CXI-NB-CL TO
                        WS-CXI-NEXT(WS-CXI-TAIL(WS-CXI-SUB))
               END-IF
               MOVE WS-CXI-NB-CL TO WS-CXI-TAIL(WS-CXI-SUB)
           END-PERFORM.
       5620-CATCH-UP-END.
           EXIT.

      *> On the first pass a map entry that does not match its row
      *> marks the maps suspect; the second pass, on freshly built
      *> maps, answers from what it finds.
       5630-FIND-START.
           MOVE 'N' TO WS-CXI-SUSPECT.
           MOVE 0 TO WS-CIX-STUDENT-ROW.
           MOVE 0 TO WS-CIX-COURSE-ROW.
           MOVE 0 TO WS-CIX-CLASS-ROW.

           COMPUTE WS-CXI-SUB = WS-CIX-KEY1 + 1.
           MOVE WS-CXI-STU-ROW(WS-CXI-SUB) TO WS-CXI-ROW.
           IF WS-CXI-ROW > 0
               IF WS-STUDENT-ID(WS-CXI-ROW) = WS-CIX-KEY1
                   MOVE WS-CXI-ROW TO WS-CIX-STUDENT-ROW
               ELSE
                   MOVE 'Y' TO WS-CXI-SUSPECT
               END-IF
           END-IF.

           COMPUTE WS-CXI-SUB = WS-CIX-KEY2 + 1.
           MOVE WS-CXI-CRS-ROW(WS-CXI-SUB) TO WS-CXI-ROW.
           IF WS-CXI-ROW > 0
               IF WS-COURSE-ID(WS-CXI-ROW) = WS-CIX-KEY2
                   MOVE WS-CXI-ROW TO WS-CIX-COURSE-ROW
               ELSE
                   MOVE 'Y' TO WS-CXI-SUSPECT
               END-IF
           END-IF.

           COMPUTE WS-CXI-SUB = WS-CIX-KEY1 + 1.
           MOVE WS-CXI-HEAD(WS-CXI-SUB) TO WS-CXI-ROW.
           PERFORM UNTIL WS-CXI-ROW = 0 OR WS-CIX-CLASS-ROW > 0
               IF WS-CLASS-ID1(WS-CXI-ROW) NOT = WS-CIX-KEY1
                   MOVE 'Y' TO WS-CXI-SUSPECT
                   MOVE 0 TO WS-CXI-ROW
               ELSE
                   IF WS-CLASS-ID2(WS-CXI-ROW) = WS-CIX-KEY2
                       MOVE WS-CXI-ROW TO WS-CIX-CLASS-ROW
                   ELSE
                       MOVE WS-CXI-NEXT(WS-CXI-ROW) TO WS-CXI-ROW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CXI-PASS = 2
               MOVE 'N' TO WS-CXI-SUSPECT
           END-IF.
       5630-FIND-END.
           EXIT.
