      *> FD + record layout for F-PORTREG, the portal publication
      *> register.
       FD  F-PORTREG.

       01  REC-F-PORTREG.
           03 R-PRG-KEY.
              05 R-PRG-STUDENT  PIC 9(03).
              05 R-PRG-TERM     PIC X(10).
      *> Last version sent; the next row for this key goes out as
      *> version + 1 and replaces it on the portal.
           03 R-PRG-VERSION     PIC 9(03).
      *> 'P' = published, 'X' = retracted from the portal.
           03 R-PRG-STATE       PIC X.
           03 R-PRG-SENT-DATE   PIC 9(8).
           03 R-PRG-RELEASE-DATE PIC 9(8).
           03 R-PRG-RELEASE-TIME PIC 9(4).
           03 FILLER            PIC X(13).
