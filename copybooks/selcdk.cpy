      *> SELECT clause for F-CANDKEY, the confidential candidate-
      *> number key -- written by cand-gen.cbl, read by cand-key.cbl.
           SELECT F-CANDKEY
               ASSIGN TO DYNAMIC WS-FILE-CANDKEY-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CANDKEY-STATUS.
