      *> SELECT clause for F-HASHIN, any line-sequential output read
      *> back by file-hash.cbl to count and hash it -- the name is
      *> set into WS-FILE-HASHIN-NAME by the caller.
           SELECT F-HASHIN
               ASSIGN TO DYNAMIC WS-FILE-HASHIN-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HASHIN-STATUS.
