      *> SELECT clause for F-ELECENR, the elective enrollment rows --
      *> written by elec-alloc.cbl, merged in by enroll-gen.cbl.
           SELECT F-ELECENR
               ASSIGN TO DYNAMIC WS-FILE-ELECENR-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ELECENR-STATUS.
