      *> FD + record layout for F-EQUIVTX: one add/change/delete
      *> transaction per line, same action convention as fdmtx.cpy.
      *> A change only moves the effective term of an existing pair.
       FD  F-EQUIVTX
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EQUIVTX.
           03 R-ETX-ACTION     PIC X.
              88 R-ETX-ADD        VALUE 'A'.
              88 R-ETX-CHANGE     VALUE 'C'.
              88 R-ETX-DELETE     VALUE 'D'.
           03 R-ETX-OLD        PIC 9(03).
           03 R-ETX-NEW        PIC 9(03).
           03 R-ETX-FROM-TERM  PIC X(10).
           03 FILLER           PIC X(63).
