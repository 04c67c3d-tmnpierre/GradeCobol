      *> SELECT clause for F-BOARDRET, the return file the exam board
      *> sends back after loading the registration extract. Read
      *> only by board-ack.cbl.
           SELECT F-BOARDRET
               ASSIGN TO DYNAMIC WS-FILE-BOARDRET-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOARDRET-STATUS.
