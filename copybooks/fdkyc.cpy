      *> FD + record layout for F-KEYCERT: one line, rewritten by
      *> every key-verify.cbl run. CERTIFIED only when both keyed
      *> copies agreed record for record; a failed verification
      *> writes REFUSED over the previous certificate so a stale one
      *> can never vouch for a re-keyed file. The record count and
      *> the '99' trailer hash are what promo.cbl matches against
      *> the extract it actually reads.
       FD  F-KEYCERT
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-KEYCERT.
           03 R-KYC-VERDICT       PIC X(10).
           03 FILLER              PIC X.
           03 R-KYC-DATE          PIC 9(8).
           03 FILLER              PIC X.
           03 R-KYC-COUNT         PIC 9(5).
           03 FILLER              PIC X.
           03 R-KYC-HASH          PIC 9(9).
           03 FILLER              PIC X.
           03 R-KYC-COPY1         PIC X(50).
           03 FILLER              PIC X.
           03 R-KYC-COPY2         PIC X(50).
           03 FILLER              PIC X(3).
