           IF WS-RLG-DATE < WS-FROM-DATE OR WS-RLG-DATE > WS-TO-DATE
               GO TO 0910-LIST-ONE-END
           END-IF.
      *> A menu launch has no run totals: who, what, when.
           IF WS-RLG-OUTCOME = 'MENU'
               DISPLAY WS-RLG-DATE ' ' WS-RLG-TIME ' | '
                       WS-RLG-TERM ' | MENU | OPERATOR '
                       WS-RLG-OPERATOR ' RAN ' WS-RLG-JOB
               ADD 1 TO WS-NB-LISTED
               GO TO 0910-LIST-ONE-END
           END-IF.
           DISPLAY WS-RLG-DATE ' | ' WS-RLG-TERM
                   ' | MODE ' WS-RLG-MODE
                   ' | READ ' WS-RLG-READ
                   ' NOTENR ' WS-RLG-NOT-ENROLLED
                   ' NOTGRD ' WS-RLG-NOT-GRADED
                   ' NOCONT ' WS-RLG-NO-CONTACT.
           DISPLAY '    OPERATOR ' WS-RLG-OPERATOR
                   ' JOB ' WS-RLG-JOB
                   ' REFUSED PRIV ' WS-RLG-PRIV.
           ADD 1 TO WS-NB-LISTED.
       0910-LIST-ONE-END.
           EXIT.
