      *> SELECT clause for F-SECTCMP, the within-course section
      *> comparability report -- written only by section-compare.cbl.
           SELECT F-SECTCMP
               ASSIGN TO DYNAMIC WS-FILE-SECTCMP-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SECTCMP-STATUS.
