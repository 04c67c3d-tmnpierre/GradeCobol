      *> FD + record layout for F-KEYCPY1 -- the raw extract line,
      *> same width as REC-F-INPUT-RAW.
       FD  F-KEYCPY1
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-KEYCPY1          PIC X(200).
