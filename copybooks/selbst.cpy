      *> SELECT clause for F-BURST, one recipient's print file cut by
      *> burst-report.cbl -- the name is built per recipient into
      *> WS-FILE-BURST-NAME before each OPEN.
           SELECT F-BURST
               ASSIGN TO DYNAMIC WS-FILE-BURST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BURST-STATUS.
