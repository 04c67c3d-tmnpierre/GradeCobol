      *> FD + record layout for F-XAUDST -- shared between the writer
      *> (store-audit.cbl) and day-end.cbl, same reasoning as
      *> fdaks.cpy. Appended, one row per audit: run date, term
      *> audited, students seen, disagreements found, stores with
      *> nothing for the term, and the condition code it ended with.
       FD  F-XAUDST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-XAUDST.
           03 R-XAS-DATE       PIC 9(8).
           03 FILLER           PIC X.
           03 R-XAS-TERM       PIC X(10).
           03 FILLER           PIC X.
           03 R-XAS-STUDENTS   PIC 9(4).
           03 FILLER           PIC X.
           03 R-XAS-DISAGREE   PIC 9(5).
           03 FILLER           PIC X.
           03 R-XAS-ABSENT     PIC 9.
           03 FILLER           PIC X.
           03 R-XAS-CC         PIC 99.
           03 FILLER           PIC X(45).
