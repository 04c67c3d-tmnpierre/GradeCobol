      *> SELECT clause for F-OPERAUTH, the operator authorization
      *> table -- which operator IDs hold which privileges.
           SELECT F-OPERAUTH
               ASSIGN TO DYNAMIC WS-FILE-OPERAUTH-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPERAUTH-STATUS.
