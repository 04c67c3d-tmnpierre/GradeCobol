      *> SELECT clause for F-SUBST, the substitute-teacher file: who
      *> teaches and grades a course in place of its own instructor,
      *> and over which dates (subst-teacher.cbl).
           SELECT F-SUBST
               ASSIGN TO DYNAMIC WS-FILE-SUBST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SUBST-STATUS.
