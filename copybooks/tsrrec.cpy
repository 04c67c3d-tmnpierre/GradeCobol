           03 WS-TSR-STATUS       PIC X(8).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-TSR-CHECK        PIC 9(4).
      *> Blank on the standard page; the target scheme (US4, ECTS)
      *> on a foreign-format page (foreign-transcript.cbl).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-TSR-FORMAT       PIC X(4).

      *> Communication area for serial-check.cbl, the shared check-
      *> value derivation (EXTERNAL, same CALL convention as
