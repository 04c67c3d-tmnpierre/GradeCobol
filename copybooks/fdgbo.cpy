      *> FD + record layout for F-GBOUT: '00' header, the merged
      *> records in student/course order, '99' trailer.
       FD  F-GBOUT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GBOUT            PIC X(200).
