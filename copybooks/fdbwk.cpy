      *> FD + record layout for F-BURSTWK: one row per printed report
      *> line that belongs to a recipient, tagged with who gets it --
      *> type 'S' a section (recipient = section code), 'T' a teacher
      *> (recipient = WS-COURSE-TEACHER). Type 'H' rows carry the
      *> heading lines each recipient file repeats, recipient 'S' or
      *> 'T' naming whose files they head. Part '1' / '2' keeps the
      *> two halves of a file apart (section: own merit list, then
      *> student blocks; teacher: course statistics, then rosters);
      *> block 'Y' marks a line a page may break before.
       FD  F-BURSTWK
           RECORD CONTAINS 216 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BURSTWK.
           03 R-BWK-TYPE       PIC X.
               88 R-BWK-IS-SECTION VALUE 'S'.
               88 R-BWK-IS-TEACHER VALUE 'T'.
               88 R-BWK-IS-HEADING VALUE 'H'.
           03 R-BWK-RECIP      PIC X(13).
           03 R-BWK-PART       PIC X.
           03 R-BWK-BLOCK      PIC X.
               88 R-BWK-IS-BLOCK   VALUE 'Y'.
           03 R-BWK-LINE       PIC X(200).
