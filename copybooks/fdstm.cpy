           03 R-STM-NAME       PIC X(13).
           03 R-STM-AGE        PIC 9(02).
           03 R-STM-SECTION    PIC X(03).
           03 R-STM-TRACK      PIC X(03).
      *> Year-end rollover (year-rollover.cbl): a graduate or an
      *> excluded student stays on file but leaves the active roll,
      *> and the term whose sealed results last moved the row on
      *> keeps a second rollover off it.
           03 R-STM-STATE      PIC X.
              88 R-STM-ACTIVE     VALUE SPACE 'A'.
              88 R-STM-GRADUATED  VALUE 'G'.
              88 R-STM-EXCLUDED   VALUE 'X'.
              88 R-STM-INACTIVE   VALUE 'G' 'X'.
           03 R-STM-ROLLED     PIC X(10).
