      *> absence ceiling prorates and missing-work stops flagging
      *> components due before they ever walked in.
           03 R-ENROLL-DATE    PIC 9(08).
      *> Track (filiere) the student follows (blank = none): picks
      *> the per-track coefficient set the average is weighted with
      *> and the track merit list the student is ranked in.
           03 R-S-TRACK        PIC X(03).
           66 R-NAME RENAMES R-LASTNAME THRU R-FIRSTNAME.

       01  REC-COURSE.
      *> two finals in one slot and for slots whose summed enrollment
      *> exceeds the room, before the timetable is published.
           03 R-EXAM-SLOT      PIC 9(02).
      *> Course type: 'O' = optional course (Latin, second art
      *> option) -- only the points above the pass mark count toward
      *> the student's average, weighted by the coefficient, and the
      *> coefficient stays out of the divisor; blank/'R' = regular.
           03 R-C-TYPE         PIC X.
              88 R-C-TYPE-OK      VALUE SPACE 'R' 'O'.

       01  REC-CLASS.
           03 FILLER           PIC 9(02).
           03 R-COMP-TYPE      PIC X(4).
           03 R-COMP-GRADE     PIC X(5).
           03 R-COMP-WEIGHT    PIC 9V99.
      *> Anonymously marked exam script: the candidate number from
      *> the paper instead of the student ID (R-COMP-KEY1 left 000).
      *> load-component translates it back through the candidate
      *> key (cand-key.cbl) before anything else reads the record.
           03 R-COMP-CAND      PIC X(06).

      *> A '12' record carries one second-session (rattrapage) mark
      *> for a student/course pair, loaded only on a MAKEUP run:
           03 R-CND-DATE       PIC 9(08).
           03 R-CND-SEVERITY   PIC 9(01).
           03 R-CND-LABEL      PIC X(20).

      *> An '18' record files one competency assessment for a student:
      *> a domain of the national skills framework (cmpdom.cpy) and
      *> the mastery level reached, 1 (insufficient) to 4 (very good).
      *> Skills are assessed beside the marks, not through them -- no
      *> average or decision reads this record; it feeds the
      *> competency profile on the transcript and the report.
       01  REC-COMPETENCY.
           03 FILLER           PIC 9(02).
           03 R-CMP-KEY        PIC 9(03).
           03 R-CMP-DOMAIN     PIC X(04).
           03 R-CMP-LEVEL      PIC 9(01).

      *> A '19' record files one exam accommodation from a student's
      *> formal plan: the arrangement code and, for extra time, the
      *> percentage added to every paper (0-100). ET extra time, SR
      *> separate room, SC scribe, RD reader, CP computer; a scribe
      *> or a reader works aloud, so SC and RD sit apart like SR.
      *> Several records per student are normal, one per code.
       01  REC-ACCOMMODATION.
           03 FILLER           PIC 9(02).
           03 R-ACM-KEY        PIC 9(03).
           03 R-ACM-CODE       PIC X(02).
              88 R-ACM-CODE-OK    VALUE 'ET' 'SR' 'SC' 'RD' 'CP'.
           03 R-ACM-EXTRA      PIC 9(03).

      *> A '20' record files one work placement (stage) for a
      *> student of a vocational section: the placement course it
      *> counts as (declared by an ordinary '02' record, which gives
      *> it its coefficient), the host organization, the dates, the
      *> hours completed against the minimum required (0/blank = the
      *> PLACEHOURS card's minimum) and the evaluation the host's
      *> tutor gave, on the scale it arrives on (see scale-grade.cbl).
      *> The mark enters the class table as a placement row, never
      *> as a forged '03'; a placement short of its hours fails the
      *> year whatever the mark.
       01  REC-PLACEMENT.
           03 FILLER           PIC 9(02).
           03 R-PLC-KEY1       PIC 9(03).
           03 R-PLC-KEY2       PIC 9(03).
           03 R-PLC-HOST       PIC X(20).
           03 R-PLC-START      PIC 9(08).
           03 R-PLC-END        PIC 9(08).
           03 R-PLC-HOURS      PIC 9(03).
           03 R-PLC-MIN-HOURS  PIC 9(03).
           03 R-PLC-SUPERVISOR PIC X(20).
           03 R-PLC-SCALE      PIC X.
           03 R-PLC-GRADE      PIC X(5).
