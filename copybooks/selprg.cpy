      *> SELECT clause for F-PORTREG, the indexed publication
      *> register keyed on student ID + term: one row per student
      *> result ever sent to the parent portal, with the version the
      *> portal holds. Read and rewritten by portal-feed.cbl.
           SELECT F-PORTREG
               ASSIGN TO DYNAMIC WS-FILE-PORTREG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-PRG-KEY
               FILE STATUS IS F-PORTREG-STATUS.
