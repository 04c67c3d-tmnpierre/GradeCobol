           03 WS-NT-ADDR1         PIC X(30).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-NT-ADDR2         PIC X(30).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-NT-HOUSEHOLD     PIC 999.

       01  WS-NB-EMITTED          PIC 999   VALUE 0.
       01  WS-IND-GD              PIC 999   VALUE 0.

      *> Contact rows queued per student and written out household
      *> by household (household.cbl), so the mail room can stuff
      *> every child's notice for one contact and address into one
      *> envelope; the household number closes each row.
       01  WS-NB-NTQ              PIC 9(4)  VALUE 0.
       01  WS-NTQ-TAB             OCCURS 1 TO 9999
                                  DEPENDING WS-NB-NTQ
                                  INDEXED BY IDX-NTQ.
           03 WS-NTQ-HSH          PIC 999.
           03 WS-NTQ-ST           PIC 999.
           03 WS-NTQ-GD           PIC 999.
       01  WS-NTQ-ROW             PIC 9(4)  VALUE 0.

      *> Pairs each student's final result with every AUTHORIZED
      *> guardian contact on file -- one extract row per contact, so
      *> both split-custody parents get the results the law entitles
      *> them to. Students with zero authorized contacts are skipped
      *> here but counted into WS-NB-NO-CONTACT, which promo.cbl's
      *> end-of-job audit report flags. A student under an
      *> administrative hold is withheld from the extract altogether
      *> (and listed by hold-check.cbl), not counted as no-contact.
       PROCEDURE DIVISION.
       6150-NOTIFY-EXTRACT-START.
           MOVE 0 TO WS-NB-NO-CONTACT.
               GO TO 6150-NOTIFY-EXTRACT-END
           END-IF.

           CALL 'household'.
           MOVE 0 TO WS-NB-NTQ.
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-NB-STUDENTS
                   PERFORM 6160-NOTIFY-ONE-START
                      THRU 6160-NOTIFY-ONE-END
           END-PERFORM.

           IF WS-NB-NTQ > 1
               SORT WS-NTQ-TAB
                   ON ASCENDING KEY WS-NTQ-HSH
                   ON ASCENDING KEY WS-NTQ-ST
           END-IF.
           PERFORM VARYING WS-NTQ-ROW FROM 1 BY 1
              UNTIL WS-NTQ-ROW > WS-NB-NTQ
                   MOVE WS-NTQ-ST(WS-NTQ-ROW) TO WS-IND-ST
                   MOVE WS-NTQ-GD(WS-NTQ-ROW) TO WS-IND-GD
                   PERFORM 6165-WRITE-CONTACT-ROW-START
                      THRU 6165-WRITE-CONTACT-ROW-END
           END-PERFORM.

           CLOSE F-NOTIFY.
       6150-NOTIFY-EXTRACT-END.
           GOBACK.

       6160-NOTIFY-ONE-START.
           MOVE 0 TO WS-NB-EMITTED.
           MOVE 'C' TO WS-HLD-ACTION.
           MOVE WS-STUDENT-ID(WS-IND-ST)   TO WS-HLD-STUDENT.
           MOVE WS-STUDENT-NAME(WS-IND-ST) TO WS-HLD-NAME.
           MOVE 'NOTIFICATION' TO WS-HLD-DOC.
           CALL 'hold-check'.
           IF WS-HLD-IS-HELD
               GO TO 6160-NOTIFY-ONE-END
           END-IF.
           PERFORM VARYING WS-IND-GD FROM 1 BY 1
              UNTIL WS-IND-GD > WS-NB-GUARDIANS
                   IF WS-GRD-STUDENT-ID(WS-IND-GD) =
                      WS-STUDENT-ID(WS-IND-ST) AND
                      WS-GRD-AUTHORIZED(WS-IND-GD)
                       ADD 1 TO WS-NB-EMITTED
                       PERFORM 6162-QUEUE-CONTACT-ROW-START
                          THRU 6162-QUEUE-CONTACT-ROW-END
                   END-IF
           END-PERFORM.

       6160-NOTIFY-ONE-END.
           EXIT.

       6162-QUEUE-CONTACT-ROW-START.
           IF WS-NB-NTQ >= 9999
               GO TO 6162-QUEUE-CONTACT-ROW-END
           END-IF.
           ADD 1 TO WS-NB-NTQ.
           MOVE WS-HSH-OF-GRD(WS-IND-GD) TO WS-NTQ-HSH(WS-NB-NTQ).
           MOVE WS-IND-ST TO WS-NTQ-ST(WS-NB-NTQ).
           MOVE WS-IND-GD TO WS-NTQ-GD(WS-NB-NTQ).
           IF WS-NTQ-HSH(WS-NB-NTQ) > 0
               ADD 1 TO WS-HSH-NOTICES(WS-NTQ-HSH(WS-NB-NTQ))
               ADD 1 TO WS-HSH-GRD-PCS(WS-IND-GD)
           END-IF.
       6162-QUEUE-CONTACT-ROW-END.
           EXIT.

       6165-WRITE-CONTACT-ROW-START.
           MOVE WS-STUDENT-ID(WS-IND-ST)      TO WS-NT-ID.
           MOVE WS-STUDENT-NAME(WS-IND-ST)    TO WS-NT-STUDENT.
           MOVE WS-GRD-NAME(WS-IND-GD)        TO WS-NT-GUARDIAN.
           MOVE WS-GRD-ADDR1(WS-IND-GD)       TO WS-NT-ADDR1.
           MOVE WS-GRD-ADDR2(WS-IND-GD)       TO WS-NT-ADDR2.
           MOVE WS-HSH-OF-GRD(WS-IND-GD)      TO WS-NT-HOUSEHOLD.
           MOVE SPACES TO REC-F-NOTIFY.
           MOVE WS-NOTIFY-LINE TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
