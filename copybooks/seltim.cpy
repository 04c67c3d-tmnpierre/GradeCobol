      *> SELECT clause for F-TIMING, the per-phase run timing file
      *> appended by phase-time.cbl and read by timing-trend.cbl.
           SELECT F-TIMING
               ASSIGN TO DYNAMIC WS-FILE-TIMING-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TIMING-STATUS.
