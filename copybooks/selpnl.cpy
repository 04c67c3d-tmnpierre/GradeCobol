      *> SELECT clause for F-PENDLIST, the pending-approval listing
      *> with ages -- written only by pending-list.cbl.
           SELECT F-PENDLIST
               ASSIGN TO DYNAMIC WS-FILE-PENDLIST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PENDLIST-STATUS.
