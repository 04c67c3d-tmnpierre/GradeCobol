      *> SELECT clause for F-BOARDREG, the exam-board candidate
      *> registration extract -- written by board-reg.cbl, read back
      *> by board-ack.cbl when the board's return file arrives.
           SELECT F-BOARDREG
               ASSIGN TO DYNAMIC WS-FILE-BOARDREG-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOARDREG-STATUS.
