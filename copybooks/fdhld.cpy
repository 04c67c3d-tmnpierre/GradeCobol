      *> FD + record layout for F-HOLDS. One row per student and
      *> hold type; a cleared hold keeps its row with the date it
      *> was lifted, so the office can still see who held what.
       FD  F-HOLDS.

       01  REC-F-HOLDS.
           03 R-HLD-KEY.
              05 R-HLD-STUDENT PIC 999.
              05 R-HLD-TYPE    PIC X(3).
                 88 R-HLD-TYPE-OK  VALUE 'BUR' 'LIB' 'REG'.
           03 R-HLD-PLACED-BY  PIC X(13).
           03 R-HLD-DATE       PIC 9(8).
           03 R-HLD-CLEARED    PIC 9(8).
