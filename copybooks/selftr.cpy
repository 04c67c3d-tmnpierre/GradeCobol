      *> SELECT clause for F-FORTRN, the foreign-format transcript
      *> pages. Local to foreign-transcript.cbl, same as seltrn.cpy.
           SELECT F-FORTRN
               ASSIGN TO DYNAMIC WS-FILE-FORTRN-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FORTRN-STATUS.
