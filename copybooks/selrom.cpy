      *> SELECT clause for F-ROOMAST, the exam room master -- keyed
      *> on the room code, maintained by room-maint.cbl's
      *> transaction run.
           SELECT F-ROOMAST
               ASSIGN TO DYNAMIC WS-FILE-ROOMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-ROM-CODE
               FILE STATUS IS F-ROOMAST-STATUS.
