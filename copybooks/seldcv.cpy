      *> SELECT clause for F-DOSCOVER, the printed cover summary of
      *> an outbound transfer dossier -- written by transfer-out.cbl.
           SELECT F-DOSCOVER
               ASSIGN TO DYNAMIC WS-FILE-DOSCOVER-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DOSCOVER-STATUS.
