      *> SELECT clause for F-HELDRPT, the held-documents report --
      *> written by hold-check.cbl.
           SELECT F-HELDRPT
               ASSIGN TO DYNAMIC WS-FILE-HELDRPT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HELDRPT-STATUS.
