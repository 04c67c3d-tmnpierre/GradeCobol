      *> SELECT clause for F-MEETINV, the meeting invitation rows for
      *> the notification channel -- written only by meet-sched.cbl.
           SELECT F-MEETINV
               ASSIGN TO DYNAMIC WS-FILE-MEETINV-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MEETINV-STATUS.
