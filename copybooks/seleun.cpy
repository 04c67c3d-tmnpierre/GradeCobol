      *> SELECT clause for F-ELECUNP, the students no elective could
      *> be found for -- written only by elec-alloc.cbl.
           SELECT F-ELECUNP
               ASSIGN TO DYNAMIC WS-FILE-ELECUNP-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ELECUNP-STATUS.
