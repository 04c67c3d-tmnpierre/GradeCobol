      *> SELECT clause for F-CONVOUT, the outbound grade conversion
      *> table the foreign-format transcript reads.
           SELECT F-CONVOUT
               ASSIGN TO DYNAMIC WS-FILE-CONVOUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONVOUT-STATUS.
