      *> SELECT clause for F-ROLLREG, the year-end rollover's before/
      *> after register -- written only by year-rollover.cbl.
           SELECT F-ROLLREG
               ASSIGN TO DYNAMIC WS-FILE-ROLLREG-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ROLLREG-STATUS.
