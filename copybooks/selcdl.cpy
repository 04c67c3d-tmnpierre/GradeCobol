      *> SELECT clause for F-CANDLIST, the per-exam candidate lists
      *> -- written only by cand-gen.cbl.
           SELECT F-CANDLIST
               ASSIGN TO DYNAMIC WS-FILE-CANDLIST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CANDLIST-STATUS.
