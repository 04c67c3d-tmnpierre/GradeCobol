      *> SELECT clause for F-GBMRPT, the gradebook merge's per-source
      *> contribution report -- written only by gb-merge.cbl.
           SELECT F-GBMRPT
               ASSIGN TO DYNAMIC WS-FILE-GBMRPT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GBMRPT-STATUS.
