      *> SELECT clause for F-PENDING, the indexed pending-approval
      *> store for '04' grade corrections and '13' council decisions,
      *> keyed on term + sequence. Filed by pend-change.cbl during
      *> the load, decided by change-approve.cbl, applied by
      *> apply-approved.cbl and listed by pending-list.cbl.
           SELECT F-PENDING
               ASSIGN TO DYNAMIC WS-FILE-PENDING-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-PND-KEY
               FILE STATUS IS F-PENDING-STATUS.
