      *> FD + record layout for F-GBSRC: the teacher's '03'/'05'/'06'
      *> records in the fdin.cpy layouts, no envelope.
       FD  F-GBSRC
           RECORD CONTAINS 1 TO 200 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-GBSRC.
           03 R-GBS-TYPE       PIC X(02).
           03 R-GBS-KEY1       PIC X(03).
           03 R-GBS-KEY2       PIC X(03).
           03 R-GBS-GRADE      PIC X(05).
           03 FILLER           PIC X(187).
