      *> SELECT clause for F-DOSSIER, the outbound transfer dossier
      *> exchange file -- written only by transfer-out.cbl.
           SELECT F-DOSSIER
               ASSIGN TO DYNAMIC WS-FILE-DOSSIER-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DOSSIER-STATUS.
