      *> FD + record layout for F-MEETSCHED: one block per teacher
      *> (header, then one line per booked slot), then the meetings
      *> that could not be booked and the totals.
       FD  F-MEETSCHED
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MEETSCHED        PIC X(100).
