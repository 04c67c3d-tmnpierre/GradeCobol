      *> SELECT clauses for F-BKIN / F-BKOUT, the line-sequential
      *> file being copied and its copy, for the backup and restore
      *> jobs -- the names are set into WS-FILE-BKIN-NAME and
      *> WS-FILE-BKOUT-NAME by the caller before each OPEN.
           SELECT F-BKIN
               ASSIGN TO DYNAMIC WS-FILE-BKIN-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BKIN-STATUS.
           SELECT F-BKOUT
               ASSIGN TO DYNAMIC WS-FILE-BKOUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BKOUT-STATUS.
