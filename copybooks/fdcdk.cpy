      *> FD + record layout for F-CANDKEY: one line per candidate
      *> number issued -- the student and the exam slot it covers.
       FD  F-CANDKEY
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CANDKEY.
           03 R-CDK-CAND       PIC X(6).
           03 R-CDK-STUDENT    PIC 999.
           03 R-CDK-SLOT       PIC 99.
           03 R-CDK-TERM       PIC X(10).
           03 R-CDK-NAME       PIC X(13).
           03 FILLER           PIC X(46).
