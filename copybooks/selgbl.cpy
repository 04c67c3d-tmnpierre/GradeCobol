      *> SELECT clause for F-GBLIST, the gradebook merge's list of
      *> per-teacher source files -- read only by gb-merge.cbl.
           SELECT F-GBLIST
               ASSIGN TO DYNAMIC WS-FILE-GBLIST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GBLIST-STATUS.
