           DISPLAY 'ISSUED   : ' WS-TSR-DATE.
           DISPLAY 'AVERAGE  : ' WS-AVG-EDIT.
           DISPLAY 'RESULT   : ' WS-TSR-STATUS.
           IF WS-TSR-FORMAT NOT = SPACES
               DISPLAY 'FORMAT   : ' WS-TSR-FORMAT SPACE
                       '(FOREIGN SCALE, 20-POINT AVERAGE ABOVE)'
           END-IF.

           MOVE WS-TSR-SERIAL TO WS-CHK-SERIAL.
           MOVE WS-TSR-ID     TO WS-CHK-ID.
