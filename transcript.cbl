           COPY workvars.
           COPY msgtab.
           COPY tsrrec.
           COPY cmpdom.

       01  WS-FORM-FEED            PIC X       VALUE X'0C'.
       01  WS-TRN-RULE             PIC X(72)   VALUE ALL '-'.
           03 FILLER               PIC X(11)  VALUE 'SESSION 1: '.
           03 WS-TRN-S1-GRADE      PIC Z9,99.

      *> Course succession under a course row: the renumbering or
      *> syllabus replacement (course-equiv.cbl) naming this course,
      *> so a reader sees that a pass of the old course stands for
      *> the new one.
       01  WS-EQUIV-LINE.
           03 FILLER               PIC X(6)   VALUE SPACES.
           03 WS-TRN-EQV-LBL       PIC X(14).
           03 WS-TRN-EQV-OLD       PIC 999.
           03 FILLER               PIC X(4)   VALUE ' -> '.
           03 WS-TRN-EQV-NEW       PIC 999.
           03 WS-TRN-EQV-FROM-LBL  PIC X(8).
           03 WS-TRN-EQV-FROM      PIC X(10).

      *> Work placement detail under a placement course row: host
      *> organization, dates, hours done against the minimum, and
      *> the external tutor who gave the mark.
       01  WS-PLACEMENT-LINE.
           03 FILLER               PIC X(6)   VALUE SPACES.
           03 WS-TRN-PLC-LBL       PIC X(11).
           03 WS-TRN-PLC-HOST      PIC X(20).
           03 FILLER               PIC X(1)   VALUE SPACE.
           03 WS-TRN-PLC-START     PIC 9(8).
           03 FILLER               PIC X(1)   VALUE '-'.
           03 WS-TRN-PLC-END       PIC 9(8).
           03 WS-TRN-PLC-HRS-LBL   PIC X(9).
           03 WS-TRN-PLC-HOURS     PIC ZZ9.
           03 FILLER               PIC X(1)   VALUE '/'.
           03 WS-TRN-PLC-MIN       PIC ZZ9.
           03 WS-TRN-PLC-TUT-LBL   PIC X(9).
           03 WS-TRN-PLC-TUTOR     PIC X(20).
           03 WS-TRN-PLC-SHORT     PIC X(13).

      *> Effective-date annotation beside a dropped (W) course row.
       01  WS-DROP-ORIGIN.
           03 FILLER               PIC X(1)   VALUE SPACE.
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 WS-TRN-GRADE         PIC X(7).
           03 WS-TRN-ORIGIN        PIC X(10).
           03 WS-TRN-OPTION        PIC X(7).

       01  WS-COMP-LINE.
           03 FILLER               PIC X(6)   VALUE SPACES.
           03 FILLER               PIC X(3)   VALUE SPACES.
           03 WS-TRN-STATUS        PIC X(8).

      *> Competency profile: one line per framework domain the
      *> student was assessed in, in the framework's order.
       01  WS-CPT-LINE.
           03 FILLER               PIC X(2)   VALUE SPACES.
           03 WS-TRN-CPT-CODE      PIC X(4).
           03 FILLER               PIC X(1)   VALUE SPACE.
           03 WS-TRN-CPT-LABEL     PIC X(24).
           03 FILLER               PIC X(3)   VALUE ' | '.
           03 WS-TRN-CPT-LEVEL     PIC 9.
           03 FILLER               PIC X(1)   VALUE SPACE.
           03 WS-TRN-CPT-WORD      PIC X(13).
       01  WS-TRN-CPT-ROWS         PIC 9(4)   VALUE 0.

       01  WS-XLT-STATUS           PIC X(8)   VALUE SPACES.
       01  WS-XLT-MENTION           PIC X(2)   VALUE SPACES.

      *> and one register lookup.
       01  WS-NEXT-SERIAL          PIC 9(8)   VALUE 0.
       01  WS-REGISTER-OPEN        PIC X      VALUE 'N'.
       01  WS-TRN-PAGES            PIC 9(4)   VALUE 0.
       01  WS-SERIAL-LINE.
           03 FILLER               PIC X(8)   VALUE 'SERIAL: '.
           03 WS-TRN-SERIAL        PIC 9(8).
      *> separated for the same printer stock as the merit list.
      *> Called by promo.cbl after write-output, so ranks/mentions are
      *> final and this run's term row is already appended to the
      *> history file. A student under an administrative hold gets
      *> no page; hold-check.cbl lists it on the held-documents
      *> report instead.
       PROCEDURE DIVISION.
       7100-TRANSCRIPT-START.
           PERFORM 7105-SET-LABELS-START
               GO TO 7100-TRANSCRIPT-END
           END-IF.

           MOVE 0 TO WS-TRN-PAGES.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   MOVE 'C' TO WS-HLD-ACTION
                   MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-HLD-STUDENT
                   MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-HLD-NAME
                   MOVE 'TRANSCRIPT' TO WS-HLD-DOC
                   CALL 'hold-check'
                   IF NOT WS-HLD-IS-HELD
                       PERFORM 7120-WRITE-PAGE-START
                          THRU 7120-WRITE-PAGE-END
                   END-IF
           END-PERFORM.

           CLOSE F-TRANSCRIPT.
           MOVE WS-MSG-TRN-MEN-LBL  TO WS-TRN-MEN-LBL.
           MOVE WS-MSG-TRN-RANK-LBL TO WS-TRN-RANK-LBL.
           MOVE WS-MSG-TRN-OF       TO WS-TRN-OF-LBL.
           MOVE WS-MSG-TRN-EQUIV    TO WS-TRN-EQV-LBL.
       7105-SET-LABELS-END.
           EXIT.

       7120-WRITE-PAGE-START.
           SET WS-ID1 TO WS-STUDENT-ID(WS-IND-ST).

           IF WS-TRN-PAGES > 0
               MOVE SPACES TO REC-F-TRANSCRIPT
               MOVE WS-FORM-FEED TO REC-F-TRANSCRIPT(1:1)
               WRITE REC-F-TRANSCRIPT
           END-IF.
           ADD 1 TO WS-TRN-PAGES.

           MOVE SPACES TO REC-F-TRANSCRIPT.
           MOVE WS-TITRE TO REC-F-TRANSCRIPT.
           MOVE SPACES TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.

           PERFORM 7160-WRITE-COMPETENCY-START
              THRU 7160-WRITE-COMPETENCY-END.

           MOVE SPACES TO REC-F-TRANSCRIPT.
           MOVE WS-MSG-TRN-HISTORY TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
           SET WS-ID2 TO WS-CLASS-ID2(WS-IND-CL).
           MOVE SPACES TO WS-TRN-COURSE.
           MOVE 0 TO WS-TRN-COEF.
           MOVE SPACES TO WS-TRN-OPTION.
           SET IDX-COURSE TO 1.
           SEARCH WS-COURSE-TAB
               WHEN WS-COURSE-ID(IDX-COURSE) = WS-ID2
                   MOVE WS-COURSE-NAME(IDX-COURSE) TO WS-TRN-COURSE
                   MOVE WS-ID2 TO WS-TKC-COURSE
                   MOVE WS-STUDENT-TRACK(WS-IND-ST) TO WS-TKC-TRACK
                   MOVE WS-COURSE-COEF(IDX-COURSE) TO WS-TKC-COEF
                   CALL 'track-coef'
                   MOVE WS-TKC-COEF TO WS-TRN-COEF
                   IF WS-COURSE-IS-OPTION(IDX-COURSE)
                       MOVE WS-MSG-OPTION TO WS-TRN-OPTION
                   END-IF
           END-SEARCH.

           EVALUATE TRUE
           EVALUATE TRUE
               WHEN WS-CLASS-TRANSFER(WS-IND-CL)
                   MOVE WS-MSG-ORG-TRANSFER TO WS-TRN-ORIGIN
               WHEN WS-CLASS-PLACEMENT(WS-IND-CL)
                   MOVE WS-MSG-ORG-PLACEMENT TO WS-TRN-ORIGIN
               WHEN WS-CLASS-IS-RETAKEN(WS-IND-CL)
                   MOVE ' SESSION 2' TO WS-TRN-ORIGIN
               WHEN WS-CLASS-DROPPED(WS-IND-CL)
               WRITE REC-F-TRANSCRIPT
           END-IF.

           IF WS-CLASS-PLACEMENT(WS-IND-CL)
               PERFORM 7138-WRITE-PLACEMENT-START
                  THRU 7138-WRITE-PLACEMENT-END
           END-IF.

           PERFORM 7137-WRITE-EQUIV-START THRU 7137-WRITE-EQUIV-END.

           PERFORM VARYING IDX-COMP FROM 1 BY 1
              UNTIL IDX-COMP > WS-CLASS-NB-COMP(WS-IND-CL)
                   PERFORM 7135-WRITE-COMPONENT-START
       7135-WRITE-COMPONENT-END.
           EXIT.

      *> Every succession in effect that names this course, as the
      *> old course or the new one.
       7137-WRITE-EQUIV-START.
           MOVE 'L' TO WS-EQV-ACTION.
           MOVE WS-CLASS-ID2(WS-IND-CL) TO WS-EQV-TARGET.
           MOVE 0 TO WS-EQV-ROW.
           CALL 'course-equiv'.
           PERFORM UNTIL WS-EQV-ROW = 0
               MOVE WS-EQV-OLD TO WS-TRN-EQV-OLD
               MOVE WS-EQV-NEW TO WS-TRN-EQV-NEW
               IF WS-EQV-FROM = SPACES
                   MOVE SPACES TO WS-TRN-EQV-FROM-LBL
               ELSE
                   MOVE WS-MSG-TRN-EQV-FROM TO WS-TRN-EQV-FROM-LBL
               END-IF
               MOVE WS-EQV-FROM TO WS-TRN-EQV-FROM
               MOVE SPACES TO REC-F-TRANSCRIPT
               MOVE WS-EQUIV-LINE TO REC-F-TRANSCRIPT
               WRITE REC-F-TRANSCRIPT
               MOVE 'L' TO WS-EQV-ACTION
               CALL 'course-equiv'
           END-PERFORM.
       7137-WRITE-EQUIV-END.
           EXIT.

       7138-WRITE-PLACEMENT-START.
           IF WS-NB-PLC = 0
               GO TO 7138-WRITE-PLACEMENT-END
           END-IF.
           SET IDX-PLC TO 1.
           SEARCH WS-PLC-TAB
               AT END
                   GO TO 7138-WRITE-PLACEMENT-END
               WHEN WS-PLC-STUDENT(IDX-PLC) = WS-CLASS-ID1(WS-IND-CL)
                AND WS-PLC-COURSE(IDX-PLC) = WS-CLASS-ID2(WS-IND-CL)
                   CONTINUE
           END-SEARCH.
           MOVE WS-MSG-PLC-LBL             TO WS-TRN-PLC-LBL.
           MOVE WS-PLC-HOST(IDX-PLC)       TO WS-TRN-PLC-HOST.
           MOVE WS-PLC-START(IDX-PLC)      TO WS-TRN-PLC-START.
           MOVE WS-PLC-END(IDX-PLC)        TO WS-TRN-PLC-END.
           MOVE WS-MSG-PLC-HOURS           TO WS-TRN-PLC-HRS-LBL.
           MOVE WS-PLC-HOURS(IDX-PLC)      TO WS-TRN-PLC-HOURS.
           MOVE WS-PLC-MIN-HOURS(IDX-PLC)  TO WS-TRN-PLC-MIN.
           MOVE WS-MSG-PLC-TUTOR           TO WS-TRN-PLC-TUT-LBL.
           MOVE WS-PLC-SUPERVISOR(IDX-PLC) TO WS-TRN-PLC-TUTOR.
           IF WS-PLC-HOURS(IDX-PLC) < WS-PLC-MIN-HOURS(IDX-PLC)
               MOVE WS-MSG-PLC-SHORT TO WS-TRN-PLC-SHORT
           ELSE
               MOVE SPACES TO WS-TRN-PLC-SHORT
           END-IF.
           MOVE SPACES TO REC-F-TRANSCRIPT.
           MOVE WS-PLACEMENT-LINE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
       7138-WRITE-PLACEMENT-END.
           EXIT.

      *> Display-time translation of the stored status/mention
      *> codes, same mapping write-output.cbl applies.
       7150-XLT-RESULT-START.
           WRITE REC-F-TRANSCRIPT.
       7142-WRITE-HISTORY-ROW-END.
           EXIT.

      *> Competency profile block, only on the page of a student with
      *> at least one assessment on file.
       7160-WRITE-COMPETENCY-START.
           MOVE 0 TO WS-TRN-CPT-ROWS.
           PERFORM VARYING IDX-CPT FROM 1 BY 1
              UNTIL IDX-CPT > WS-NB-CPT
                   IF WS-CPT-STUDENT(IDX-CPT) = WS-ID1
                       ADD 1 TO WS-TRN-CPT-ROWS
                   END-IF
           END-PERFORM.
           IF WS-TRN-CPT-ROWS = 0
               GO TO 7160-WRITE-COMPETENCY-END
           END-IF.

           MOVE SPACES TO REC-F-TRANSCRIPT.
           MOVE WS-MSG-CPT-TITLE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
           PERFORM VARYING IDX-CDM FROM 1 BY 1
              UNTIL IDX-CDM > WS-NB-CDM
                   PERFORM 7165-WRITE-CPT-DOMAIN-START
                      THRU 7165-WRITE-CPT-DOMAIN-END
           END-PERFORM.
           MOVE SPACES TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
       7160-WRITE-COMPETENCY-END.
           EXIT.

       7165-WRITE-CPT-DOMAIN-START.
           SET IDX-CPT TO 1.
           SEARCH WS-CPT-TAB
               AT END
                   GO TO 7165-WRITE-CPT-DOMAIN-END
               WHEN WS-CPT-STUDENT(IDX-CPT) = WS-ID1 AND
                    WS-CPT-DOMAIN(IDX-CPT) = WS-CDM-CODE(IDX-CDM)
                   MOVE WS-CPT-LEVEL(IDX-CPT) TO WS-TRN-CPT-LEVEL
           END-SEARCH.
           MOVE WS-CDM-CODE(IDX-CDM) TO WS-TRN-CPT-CODE.
           IF WS-LANG-ENGLISH
               MOVE WS-CDM-LABEL-EN(IDX-CDM) TO WS-TRN-CPT-LABEL
           ELSE
               MOVE WS-CDM-LABEL-FR(IDX-CDM) TO WS-TRN-CPT-LABEL
           END-IF.
           IF WS-TRN-CPT-LEVEL >= 1 AND WS-TRN-CPT-LEVEL <= 4
               MOVE WS-MSG-CPT-LEVEL(WS-TRN-CPT-LEVEL) TO
                    WS-TRN-CPT-WORD
           ELSE
               MOVE SPACES TO WS-TRN-CPT-WORD
           END-IF.
           MOVE SPACES TO REC-F-TRANSCRIPT.
           MOVE WS-CPT-LINE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
       7165-WRITE-CPT-DOMAIN-END.
           EXIT.
