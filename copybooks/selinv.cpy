      *> SELECT clause for F-INVIGIL, the exam invigilator roster
      *> -- written only by exam-seating.cbl.
           SELECT F-INVIGIL
               ASSIGN TO DYNAMIC WS-FILE-INVIGIL-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INVIGIL-STATUS.
