      *> SELECT clause for F-HOLDS, the administrative holds master
      *> -- keyed on student and hold type, maintained by
      *> hold-maint.cbl's transaction run.
           SELECT F-HOLDS
               ASSIGN TO DYNAMIC WS-FILE-HOLDS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-HLD-KEY
               FILE STATUS IS F-HOLDS-STATUS.
