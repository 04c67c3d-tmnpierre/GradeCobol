      *> SELECT clause for F-EQUIVTX, the course equivalence
      *> maintenance transaction deck read by equiv-maint.cbl.
           SELECT F-EQUIVTX
               ASSIGN TO DYNAMIC WS-FILE-EQUIVTX-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EQUIVTX-STATUS.
