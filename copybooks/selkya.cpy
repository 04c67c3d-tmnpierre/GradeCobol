      *> SELECT clause for F-KEYCPY1, the first keyed copy of the
      *> grade extract -- read only by key-verify.cbl.
           SELECT F-KEYCPY1
               ASSIGN TO DYNAMIC WS-FILE-KEYCPY1-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-KEYCPY1-STATUS.
