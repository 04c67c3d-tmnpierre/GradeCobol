      *> SELECT clause for F-EQUIV, the course equivalence and
      *> succession master: old course, new course, term the
      *> succession takes effect from. INDEXED on the old/new pair,
      *> maintained by equiv-maint.cbl, consulted through
      *> course-equiv.cbl by every "has this student passed" check.
           SELECT F-EQUIV
               ASSIGN TO DYNAMIC WS-FILE-EQUIV-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-EQU-KEY
               FILE STATUS IS F-EQUIV-STATUS.
