      *> FD + record layout for F-KEYCPY2 -- the raw extract line,
      *> same width as REC-F-INPUT-RAW.
       FD  F-KEYCPY2
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-KEYCPY2          PIC X(200).
