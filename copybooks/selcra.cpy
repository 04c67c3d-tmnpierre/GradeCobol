      *> SELECT clause for F-CRSARCH, the archive hist-maint.cbl
      *> purges old per-course result rows to. Local to
      *> hist-maint.cbl.
           SELECT F-CRSARCH
               ASSIGN TO DYNAMIC WS-FILE-CRSARCH-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CRSARCH-STATUS.
