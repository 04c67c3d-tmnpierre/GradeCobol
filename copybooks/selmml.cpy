      *> SELECT clause for F-MAILMFT, the mail-room manifest of
      *> households and pieces -- written only by mail-manifest.cbl.
           SELECT F-MAILMFT
               ASSIGN TO DYNAMIC WS-FILE-MAILMFT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MAILMFT-STATUS.
