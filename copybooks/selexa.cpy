      *> SELECT clause for F-EXAMACC, the proctors' confidential
      *> accommodation list -- written only by exam-schedule.cbl.
           SELECT F-EXAMACC
               ASSIGN TO DYNAMIC WS-FILE-EXAMACC-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXAMACC-STATUS.
