      *> SELECT clause for F-BOARDREJ, the list of final-year
      *> candidates held back from the board extract -- written by
      *> board-reg.cbl.
           SELECT F-BOARDREJ
               ASSIGN TO DYNAMIC WS-FILE-BOARDREJ-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOARDREJ-STATUS.
