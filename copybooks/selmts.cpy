      *> SELECT clause for F-MEETSCHED, the parent-teacher meeting
      *> evening timetables -- written only by meet-sched.cbl.
           SELECT F-MEETSCHED
               ASSIGN TO DYNAMIC WS-FILE-MEETSCHED-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MEETSCHED-STATUS.
