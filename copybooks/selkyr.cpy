      *> SELECT clause for F-KEYRPT, the key-verification
      *> disagreement listing -- written only by key-verify.cbl.
           SELECT F-KEYRPT
               ASSIGN TO DYNAMIC WS-FILE-KEYRPT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-KEYRPT-STATUS.
