      *> SELECT clause for F-CRSRES, the indexed per-course results
      *> store keyed on student ID + course ID + term: one row per
      *> WS-CLASS-TAB pair ever posted, with the mark, its status
      *> code, origin and coefficient. Written by course-results.cbl
      *> at posting, maintained by hist-maint/purge-student/id-merge
      *> alongside the term-average store.
           SELECT F-CRSRES
               ASSIGN TO DYNAMIC WS-FILE-CRSRES-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-CRR-KEY
               FILE STATUS IS F-CRSRES-STATUS.
