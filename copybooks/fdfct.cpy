      *> FD + record layout for F-FORECAST.
       FD  F-FORECAST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-FORECAST         PIC X(132).
