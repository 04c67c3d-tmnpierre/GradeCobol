           03 WS-CKH-NB-RECORDS   PIC 9(4).
           03 WS-CKH-NB-GUARDIANS PIC 999.
           03 WS-CKH-NB-WAITS     PIC 999.
      *> Student detail lines (tags '18'-'49', see below); a snapshot
      *> written before they existed reads back spaces here, and
      *> every reader counts that as none.
           03 WS-CKH-NB-DETAILS   PIC 9(4).

       01  WS-CKPT-TRAILER-LINE.
           03 FILLER              PIC X(2)  VALUE '99'.
      *> would silently revert on any rerun.
           03 WS-CKS-OVR-STATUS   PIC X(8).
           03 WS-CKS-OVR-REASON   PIC X(4).
      *> Track, so a recycle or makeup rerun weights the average with
      *> the same per-track coefficients the posting run used, and
      *> the track rank a reprint's track merit lists print.
           03 WS-CKS-TRACK        PIC X(3).
           03 WS-CKS-TRACK-RANK   PIC 999.

      *> The course's teacher/scale/prerequisite/capacity and expected
      *> component set ride the snapshot so a recycle pass can rebuild
           03 WS-CKC-MAX          PIC 99V99.
           03 WS-CKC-NB-PASS      PIC 999.
           03 WS-CKC-PASS-RATE    PIC 999V99.
      *> Course type ('O' optional); a pre-type snapshot reads back
      *> a space and restores as a regular course.
           03 WS-CKC-TYPE         PIC X.

       01  WS-CKPT-CLASS-LINE.
           03 FILLER              PIC X(2)  VALUE '03'.
      *> Per-contact authorization flag; pre-flag snapshots read back
      *> a space and count as authorized, matching the '08' default.
           03 WS-CKG-AUTH         PIC X.

      *> Student detail lines: one line per row of a per-student
      *> table loaded from its own input record type, tagged with
      *> that type code ('18'-'49') and always carrying the student
      *> ID in positions 3-5. The envelope counts them as one group
      *> (header WS-CKH-NB-DETAILS, weight 5 in the trailer check),
      *> so the verifying readers and the student purge handle a new
      *> detail table without being taught its layout -- only the
      *> writer (checkpoint.cbl) and restore-tables.cbl need to know
      *> what a given tag holds.
       01  WS-CKPT-DETAIL-TAG     PIC X(2).
           88 WS-CKPT-IS-DETAIL   VALUES '18' THRU '49'.
       01  WS-CKPT-DETAIL-LINE.
           03 WS-CKD-TAG          PIC X(2).
           03 WS-CKD-STUDENT      PIC X(3).
           03 WS-CKD-DATA         PIC X(60).

      *> Competency assessment ('18'): one line per student/domain
      *> with the mastery level reached.
       01  WS-CKPT-COMPETENCY-LINE.
           03 FILLER              PIC X(2)  VALUE '18'.
           03 WS-CKM-STUDENT      PIC 999.
           03 WS-CKM-DOMAIN       PIC X(4).
           03 WS-CKM-LEVEL        PIC 9.

      *> Exam accommodation ('19'): one line per student/code with
      *> the extra-time percentage. Left out of the masked support
      *> copy -- an accommodation plan is medical information.
       01  WS-CKPT-ACCOMMODATION-LINE.
           03 FILLER              PIC X(2)  VALUE '19'.
           03 WS-CKA-STUDENT      PIC 999.
           03 WS-CKA-CODE         PIC X(2).
           03 WS-CKA-EXTRA        PIC 999.

      *> Work placement ('20'): one line per student/placement course
      *> with the host organization, dates, hours against the
      *> minimum and the tutor. The masked support copy keeps the
      *> line (the hours decide the year) but not the tutor's name.
       01  WS-CKPT-PLACEMENT-LINE.
           03 FILLER              PIC X(2)  VALUE '20'.
           03 WS-CKP-STUDENT      PIC 999.
           03 WS-CKP-COURSE       PIC 999.
           03 WS-CKP-HOST         PIC X(20).
           03 WS-CKP-START        PIC 9(8).
           03 WS-CKP-END          PIC 9(8).
           03 WS-CKP-HOURS        PIC 999.
           03 WS-CKP-MIN-HOURS    PIC 999.
           03 WS-CKP-SUPERVISOR   PIC X(20).
