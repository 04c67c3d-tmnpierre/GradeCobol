      *> SELECT clause for F-XAUDST, the cross-store audit status
      *> file: one verdict line per store-audit run, read back by the
      *> day-end dashboard.
           SELECT F-XAUDST
               ASSIGN TO 'xauditst.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-XAUDST-STATUS.
