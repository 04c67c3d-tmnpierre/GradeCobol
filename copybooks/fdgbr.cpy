      *> FD + record layout for F-GBMRPT: one block per source file
      *> (heading, rejected lines, contribution totals), then the
      *> merged extract's envelope.
       FD  F-GBMRPT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GBMRPT           PIC X(100).
