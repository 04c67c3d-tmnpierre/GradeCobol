      *> SELECT clause for F-GBOUT, the merged extract gb-merge.cbl
      *> writes -- the same file name F-INPUT then reads.
           SELECT F-GBOUT
               ASSIGN TO DYNAMIC WS-FILE-INPUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GBOUT-STATUS.
