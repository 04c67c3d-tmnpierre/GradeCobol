      *> SELECT clause for F-ELECALC, the elective allocation report
      *> -- written only by elec-alloc.cbl.
           SELECT F-ELECALC
               ASSIGN TO DYNAMIC WS-FILE-ELECALC-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ELECALC-STATUS.
