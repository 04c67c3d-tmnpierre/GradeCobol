      *> SELECT clause for F-ELECREQ, the elective request forms as
      *> keyed by the office -- read only by elec-alloc.cbl.
           SELECT F-ELECREQ
               ASSIGN TO DYNAMIC WS-FILE-ELECREQ-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ELECREQ-STATUS.
