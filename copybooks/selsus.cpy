      *> SELECT clause for F-SUSPECT, the suspect-grade (keying
      *> error) list -- written only by suspect-grade.cbl.
           SELECT F-SUSPECT
               ASSIGN TO DYNAMIC WS-FILE-SUSPECT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SUSPECT-STATUS.
