      *> SELECT clause for F-GBSRC, one teacher's gradebook file --
      *> gb-merge.cbl repoints the name at each source in turn.
           SELECT F-GBSRC
               ASSIGN TO DYNAMIC WS-FILE-GBSRC-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GBSRC-STATUS.
