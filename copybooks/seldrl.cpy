      *> SELECT clauses for F-DRILL, the restore-drill report, and
      *> F-DRLLOG, the permanent log of drills and their verdicts
      *> (restore-drill.cbl).
           SELECT F-DRILL
               ASSIGN TO DYNAMIC WS-FILE-DRILL-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DRILL-STATUS.
           SELECT F-DRLLOG
               ASSIGN TO DYNAMIC WS-FILE-DRLLOG-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DRLLOG-STATUS.
