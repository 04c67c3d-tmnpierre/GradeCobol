      *> SELECT clause for F-KEYCERT, the key-verification
      *> certificate: written by key-verify.cbl, read by promo.cbl
      *> when a KEYVERIFY card demands a certified extract.
           SELECT F-KEYCERT
               ASSIGN TO DYNAMIC WS-FILE-KEYCERT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-KEYCERT-STATUS.
