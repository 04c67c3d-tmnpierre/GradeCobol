      *> FD + record layout for F-CRSARCH -- the F-CRSRES record
      *> image as-is, one line per purged row, so an archived row
      *> can be read back with the fdcrr.cpy layout.
       FD  F-CRSARCH
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CRSARCH          PIC X(80).
