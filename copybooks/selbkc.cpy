      *> SELECT clause for F-BKCAT, the backup catalog -- appended by
      *> backup-set.cbl, one row per store per backup set, read back
      *> by restore-drill.cbl.
           SELECT F-BKCAT
               ASSIGN TO DYNAMIC WS-FILE-BKCAT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BKCAT-STATUS.
