      *> SELECT clause for F-DISTLIST, the distribution list written
      *> by burst-report.cbl -- who receives which burst file.
           SELECT F-DISTLIST
               ASSIGN TO DYNAMIC WS-FILE-DISTLIST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DISTLIST-STATUS.
