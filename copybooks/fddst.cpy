      *> FD + record layout for F-DISTLIST: heading, one line per
      *> recipient file, totals.
       FD  F-DISTLIST
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DISTLIST         PIC X(200).
