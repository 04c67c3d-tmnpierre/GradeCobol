      *> -- the course statistics block carries the MODERATED label.
              05 WS-COURSE-MODERATED PIC X        VALUE 'N'.
                 88 WS-COURSE-IS-MODERATED        VALUE 'Y'.
      *> Optional course (R-C-TYPE / R-CRM-TYPE 'O'): bonus-only in
      *> calc-avg.cbl -- points above the pass mark times the
      *> coefficient, never in the divisor -- and marked OPTION on
      *> the report and the transcript.
              05 WS-COURSE-TYPE     PIC X         VALUE 'R'.
                 88 WS-COURSE-IS-OPTION           VALUE 'O'.

       01  WS-STUDENTS EXTERNAL.
           03  WS-NB-STUDENTS  PIC 999 VALUE 0.
      *> change to the academic decision.
              05 WS-STUDENT-CONDUCT-PTS PIC 999   VALUE 0.
              05 WS-STUDENT-NB-INCIDENTS PIC 99   VALUE 0.
      *> Track (filiere) from the '01' record or the student master:
      *> selects the per-track coefficients (track-coef.cbl) and,
      *> on a RANKBY TRACK run, the track merit list. The track rank
      *> is the student's place among their own track's students.
              05 WS-STUDENT-TRACK    PIC X(3)     VALUE SPACES.
              05 WS-STUDENT-TRACK-RANK PIC 999    VALUE 0.

      *> Guardian/contact rows from '08' records, held alongside
      *> WS-STUDENT-TAB. A student may carry several contacts (one
              05 WS-GRD-AUTH         PIC X.
                 88 WS-GRD-AUTHORIZED   VALUE 'Y'.

      *> Households for the mail room, built once per run by
      *> household.cbl off the AUTHORIZED guardian rows: one household
      *> per distinct contact name and address, so a parent with three
      *> children here is one household (one envelope) and split
      *> custody stays two. WS-HSH-OF-GRD gives the household of each
      *> WS-GUARDIAN-TAB row (0 = not authorized), WS-HSH-GRD-PCS the
      *> pieces mailed through that row. A household is
      *> postal when any of its rows asks for mail ('M'); the piece
      *> counters are filled as letters.cbl and notify-extract.cbl
      *> emit, for the mail-room manifest.
       01  WS-HOUSEHOLDS EXTERNAL.
           03  WS-HSH-BUILT    PIC X.
           03  WS-NB-HSH       PIC 999.
           03  WS-HSH-OF-GRD   OCCURS 999 PIC 999.
           03  WS-HSH-GRD-PCS  OCCURS 999 PIC 99.
           03  WS-HSH-TAB      OCCURS 999 INDEXED BY IDX-HSH.
              05 WS-HSH-NAME         PIC X(20).
              05 WS-HSH-ADDR1        PIC X(30).
              05 WS-HSH-ADDR2        PIC X(30).
              05 WS-HSH-POSTAL       PIC X.
                 88 WS-HSH-BY-MAIL      VALUE 'Y'.
              05 WS-HSH-LETTERS      PIC 999.
              05 WS-HSH-NOTICES      PIC 999.

      *> In-memory image of the identity cross-reference master
      *> (F-XREF), loaded once per run by load-xref.cbl: internal ID
      *> to registrar ID / SIS ID / legal name. Consulted by
                 88 WS-WAI-WAITING      VALUE 'W'.
                 88 WS-WAI-PROMOTED     VALUE 'P'.

      *> Competency assessments from '18' records (load-competency
      *> .cbl): one row per student and domain, holding the latest
      *> mastery level filed. Rides the snapshot as detail lines so
      *> a recycle, makeup or reprint run keeps the profile.
       01  WS-COMPETENCIES EXTERNAL.
           03  WS-NB-CPT       PIC 9(4) VALUE 0.
           03  WS-CPT-TAB      OCCURS 1 TO 9999
                             DEPENDING WS-NB-CPT
                             INDEXED BY IDX-CPT.
              05 WS-CPT-STUDENT      PIC 999.
              05 WS-CPT-DOMAIN       PIC X(4).
              05 WS-CPT-LEVEL        PIC 9.

      *> Exam accommodations from '19' records (load-accommodation
      *> .cbl): one row per student and arrangement code. Read by
      *> exam-schedule.cbl for the separate-room count, the extra-
      *> time overrun check and the proctors' confidential list.
       01  WS-ACCOMMODATIONS EXTERNAL.
           03  WS-NB-ACM       PIC 9(4) VALUE 0.
           03  WS-ACM-TAB      OCCURS 1 TO 9999
                             DEPENDING WS-NB-ACM
                             INDEXED BY IDX-ACM.
              05 WS-ACM-STUDENT      PIC 999.
              05 WS-ACM-CODE         PIC X(2).
                 88 WS-ACM-APART        VALUE 'SR' 'SC' 'RD'.
              05 WS-ACM-EXTRA        PIC 999.

      *> Work placements from '20' records (load-placement.cbl): one
      *> row per student and placement course, beside the class row
      *> that carries the tutor's mark. The host organization and
      *> the hours print on the transcript and the report;
      *> calc-avg.cbl fails a student with a placement short of its
      *> minimum hours.
       01  WS-PLACEMENTS EXTERNAL.
           03  WS-NB-PLC       PIC 999 VALUE 0.
           03  WS-PLC-TAB      OCCURS 1 TO 999
                             DEPENDING WS-NB-PLC
                             INDEXED BY IDX-PLC.
              05 WS-PLC-STUDENT      PIC 999.
              05 WS-PLC-COURSE       PIC 999.
              05 WS-PLC-HOST         PIC X(20).
              05 WS-PLC-START        PIC 9(8).
              05 WS-PLC-END          PIC 9(8).
              05 WS-PLC-HOURS        PIC 999.
              05 WS-PLC-MIN-HOURS    PIC 999.
              05 WS-PLC-SUPERVISOR   PIC X(20).

      *> In-memory image of the teacher master, loaded once per run
      *> by load-masters.cbl. When present (count > 0), load-course
      *> rejects a '02' record whose instructor name isn't on the
      *> The status the row carried before it was placed on hold, so
      *> a released appeal restores exactly what was there.
              05 WS-CLASS-PRIOR-STATUS PIC X  VALUE 'N'.
      *> Where the grade came from: an in-house '03'/'05' load, a
      *> '07' transfer credit converted from another school's scale,
      *> or a '20' work placement marked by the host's tutor --
      *> reports and transcripts must show the difference.
              05 WS-CLASS-ORIGIN PIC X      VALUE 'H'.
                 88 WS-CLASS-IN-HOUSE   VALUE 'H'.
                 88 WS-CLASS-TRANSFER   VALUE 'T'.
                 88 WS-CLASS-PLACEMENT  VALUE 'P'.
      *> Sessions missed in this one course, from '06' attendance
      *> records -- kept at the pair level so reports can show which
      *> course the absences sit in, while the student-level total
