      *> FD + record layout for F-BURST: print lines, same width as
      *> F-OUTPUT.
       FD  F-BURST
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BURST            PIC X(200).
