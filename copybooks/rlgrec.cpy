           03 WS-RLG-OVERRIDE     PIC X.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-RLG-MASKING      PIC X.
      *> Who ran it, and -- on an UNAUTH row -- the privilege the
      *> operator authorization table refused and the job that
      *> asked for it. Appended last for the same reason.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-RLG-OPERATOR     PIC X(8).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-RLG-PRIV         PIC X(8).
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-RLG-JOB          PIC X(12).
      *> Time of day the row was written (HHMMSS), appended last
      *> again; older rows read back as spaces.
           03 FILLER              PIC X     VALUE SPACE.
           03 WS-RLG-TIME         PIC X(6).
