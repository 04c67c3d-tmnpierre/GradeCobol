      *> Line layouts of F-BOARDREG, the exam board's candidate
      *> registration record set: one 'H' header naming our centre
      *> and the session, one 'C' line per candidate, one 'T'
      *> trailer with the candidate count. Shared between the writer
      *> (board-reg.cbl) and the return-file match (board-ack.cbl),
      *> same reasoning as ckptrec.cpy.
       01  WS-BRD-HEADER-LINE.
           03 FILLER              PIC X     VALUE 'H'.
           03 WS-BRH-CENTRE       PIC X(8).
           03 WS-BRH-SESSION      PIC X(10).
           03 WS-BRH-DATE         PIC 9(8).

      *> Optional courses are the course IDs of this year's 'O'
      *> enrollments; accommodations are the '19' arrangement codes
      *> with the extra-time percentage.
       01  WS-BRD-CAND-LINE.
           03 FILLER              PIC X     VALUE 'C'.
           03 WS-BRC-CENTRE       PIC X(8).
           03 WS-BRC-REG-ID       PIC X(8).
           03 WS-BRC-SIS-ID       PIC X(8).
           03 WS-BRC-SCHOOL-ID    PIC 999.
           03 WS-BRC-NAME         PIC X(20).
           03 WS-BRC-AGE          PIC 99.
           03 WS-BRC-TRACK        PIC X(3).
           03 WS-BRC-SECTION      PIC X(3).
           03 WS-BRC-NB-OPT       PIC 9.
           03 WS-BRC-OPT          OCCURS 5.
              05 WS-BRC-OPT-COURSE PIC 999.
           03 WS-BRC-NB-ACM       PIC 9.
           03 WS-BRC-ACM          OCCURS 3.
              05 WS-BRC-ACM-CODE  PIC X(2).
              05 WS-BRC-ACM-EXTRA PIC 999.

       01  WS-BRD-TRAILER-LINE.
           03 FILLER              PIC X     VALUE 'T'.
           03 WS-BRT-CENTRE       PIC X(8).
           03 WS-BRT-COUNT        PIC 9(5).
