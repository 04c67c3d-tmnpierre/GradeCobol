      *> FD + record layout for F-MEETINV. Same contact columns as
      *> the F-NOTIFY row (student, channel, guardian, address,
      *> household), followed by the appointment: date, time,
      *> teacher and course. Rows come household by household, a
      *> family's appointments in time order.
       FD  F-MEETINV
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MEETINV          PIC X(200).
