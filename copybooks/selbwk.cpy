      *> SELECT clause for F-BURSTWK, the routing work file
      *> write-output.cbl fills alongside F-OUTPUT for the bursting
      *> step (burst-report.cbl).
           SELECT F-BURSTWK
               ASSIGN TO DYNAMIC WS-FILE-BURSTWK-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BURSTWK-STATUS.
