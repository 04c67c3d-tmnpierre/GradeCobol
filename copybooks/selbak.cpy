      *> SELECT clause for F-BOARDACK, the board return-file match
      *> report -- written by board-ack.cbl.
           SELECT F-BOARDACK
               ASSIGN TO DYNAMIC WS-FILE-BOARDACK-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOARDACK-STATUS.
