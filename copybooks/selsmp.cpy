      *> SELECT clause for F-SECTMAP, the section-mapping table the
      *> year-end rollover reads (year-rollover.cbl).
           SELECT F-SECTMAP
               ASSIGN TO DYNAMIC WS-FILE-SECTMAP-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SECTMAP-STATUS.
