
       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  F-DIPRULE-STATUS   PIC X(02)   VALUE '00'.
           88 F-DIPRULE-STATUS-OK     VALUE '00'.
      *> the required courses passed, the minimum cumulative GPA) and,
      *> for everyone short, exactly which pieces are still missing --
      *> the manual trawl through history.dat and passed.dat, retired.
      *> A required course is also met by a pass of a course it has
      *> succeeded (course-equiv.cbl).
       PROCEDURE DIVISION.
       0900-GRADUATION-START.
           MOVE 'histix.dat' TO WS-FILE-HISTIX-NAME.
           MOVE 'passed.dat' TO WS-FILE-PASSED-NAME.
           MOVE 'equiv.dat'  TO WS-FILE-EQUIV-NAME.
           MOVE 'xref.dat'   TO WS-FILE-XREF-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE '00' TO F-EQUIV-STATUS.
      *> No term filter on the course successions: a pass of a course
      *> since renumbered or replaced counts for its successor
      *> whatever term it was earned in.
           MOVE SPACES TO WS-TERM.
           MOVE '00' TO F-XREF-STATUS.

           PERFORM 0905-READ-RULES-START
                   PERFORM VARYING WS-IND-PA FROM 1 BY 1
                      UNTIL WS-IND-PA > WS-NB-PASSED
                           IF WS-PAS-STUDENT(WS-IND-PA) =
                              WS-GR-ID(WS-IND-GR)
                               MOVE 'M' TO WS-EQV-ACTION
                               MOVE WS-PAS-COURSE(WS-IND-PA) TO
                                    WS-EQV-PASSED
                               MOVE WS-RC-COURSE(WS-IND-RC2) TO
                                    WS-EQV-TARGET
                               CALL 'course-equiv'
                               IF WS-EQV-IS-MET
                                   MOVE 'Y' TO WS-CRS-OK
                               END-IF
                           END-IF
                   END-PERFORM
                   IF WS-CRS-OK = 'N'
