      *> FD + record layout for F-BOARDRET: one row per candidate the
      *> board processed, keyed on the registrar number we sent --
      *> 'A' accepted with the board's own candidate number, 'R'
      *> refused with the board's reason.
       FD  F-BOARDRET
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BOARDRET.
           03 R-BRT-REG-ID     PIC X(08).
           03 R-BRT-VERDICT    PIC X.
              88 R-BRT-ACCEPTED    VALUE 'A'.
              88 R-BRT-REFUSED     VALUE 'R'.
           03 R-BRT-BOARD-NO   PIC X(10).
           03 R-BRT-REASON     PIC X(30).
           03 FILLER           PIC X(31).
