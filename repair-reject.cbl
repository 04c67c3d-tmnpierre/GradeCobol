           MOVE '00' TO F-RECYCLE-STATUS.
           MOVE 'joblock.dat' TO WS-FILE-JOBLOCK-NAME.
           MOVE '00' TO F-JOBLOCK-STATUS.
           IF NOT WS-IS-MENU-SESSION
               MOVE 'CONSOLE' TO WS-OPERATOR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> A posting run rewrites reject.dat while this utility walks
