      *> SELECT clause for F-KEYCPY2, the second, independently keyed
      *> copy of the same extract -- read only by key-verify.cbl.
           SELECT F-KEYCPY2
               ASSIGN TO DYNAMIC WS-FILE-KEYCPY2-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-KEYCPY2-STATUS.
