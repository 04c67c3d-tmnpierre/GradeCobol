      *> SELECT clause for F-PORTAL, the parent-portal results feed
      *> -- written only by portal-feed.cbl.
           SELECT F-PORTAL
               ASSIGN TO DYNAMIC WS-FILE-PORTAL-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PORTAL-STATUS.
