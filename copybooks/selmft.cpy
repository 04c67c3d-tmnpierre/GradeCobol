      *> SELECT clause for F-MANIFEST, the run output manifest written
      *> by run-manifest.cbl and read by manifest-verify.cbl.
           SELECT F-MANIFEST
               ASSIGN TO DYNAMIC WS-FILE-MANIFEST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MANIFEST-STATUS.
