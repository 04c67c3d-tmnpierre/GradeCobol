      *> FD + record layout for F-PENDING: one row per filed change,
      *> carrying both the parsed values the apply step needs and the
      *> record image as keyed, who keyed it and when, and who
      *> decided it and when.
       FD  F-PENDING.

       01  REC-F-PENDING.
           03 R-PND-KEY.
              05 R-PND-TERM        PIC X(10).
              05 R-PND-SEQ         PIC 9(05).
      *> '04' grade correction or '13' council decision.
           03 R-PND-TYPE           PIC X(02).
           03 R-PND-ID1            PIC 9(03).
           03 R-PND-ID2            PIC 9(03).
           03 R-PND-GRADE          PIC 99V99.
           03 R-PND-GSTATUS        PIC X.
           03 R-PND-CNL-STATUS     PIC X(08).
           03 R-PND-CNL-REASON     PIC X(04).
           03 R-PND-IMAGE          PIC X(40).
           03 R-PND-KEYED-BY       PIC X(08).
           03 R-PND-KEYED-DATE     PIC 9(08).
      *> 'P' waiting for a second operator, 'A' approved (applies on
      *> every posting of the term from now on), 'R' rejected.
           03 R-PND-STATE          PIC X.
              88 R-PND-IS-PENDING      VALUE 'P'.
              88 R-PND-IS-APPROVED     VALUE 'A'.
              88 R-PND-IS-REJECTED     VALUE 'R'.
           03 R-PND-DECIDED-BY     PIC X(08).
           03 R-PND-DECIDED-DATE   PIC 9(08).
      *> First posting that applied the approved change (0 = not yet).
           03 R-PND-APPLIED-DATE   PIC 9(08).
           03 FILLER               PIC X(29).
