      *> SELECT clause for F-CHAINCTL, the end-of-term job chain's
      *> step-control file -- one row per step of the chain.
           SELECT F-CHAINCTL
               ASSIGN TO DYNAMIC WS-FILE-CHAINCTL-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CHAINCTL-STATUS.
