      *> SELECT clause for F-SEATPLAN, the per-room exam seating
      *> plans -- written only by exam-seating.cbl.
           SELECT F-SEATPLAN
               ASSIGN TO DYNAMIC WS-FILE-SEATPLAN-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SEATPLAN-STATUS.
