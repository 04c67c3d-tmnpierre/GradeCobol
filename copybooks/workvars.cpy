       01  WS-CSV-INPUT        PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-CSVIN         VALUE 'Y'.

      *> Multi-source mode, set via a GBMERGE parm card: the term's
      *> grade traffic arrives as one file per teacher, listed on
      *> F-GBLIST. gb-merge.cbl checks every line against the course
      *> master's teacher, merges what passes into the INPUT file
      *> in student/course order and computes the '00'/'99'
      *> envelope itself.
       01  WS-GB-MERGE         PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-GBMERGE       VALUE 'Y'.

      *> Target scheme of the foreign-format transcript, set via a
      *> FOREIGN parm card (US4 = US 4.0 GPA, ECTS = ECTS A-F); blank
      *> means no foreign-format pages are printed this run.
       01  WS-FOREIGN-SCHEME   PIC X(4)  VALUE SPACES EXTERNAL.
           88 WS-FOREIGN-US4      VALUE 'US4'.
           88 WS-FOREIGN-ECTS     VALUE 'ECTS'.
           88 WS-IS-FOREIGN       VALUE 'US4' 'ECTS'.

      *> Run-lock protocol shared by the jobs that touch the same
      *> stores (promo, term-close, hist-maint, master-maint,
      *> repair-reject): the caller names the lock and itself, CALLs
      *> slot whose summed course enrollment exceeds it.
       01  WS-SLOT-CAPACITY    PIC 9(4)  VALUE 0 EXTERNAL.

      *> Exam timing for the accommodation check, set via EXAMMINS
      *> (length of a paper, minutes) and SLOTGAP (minutes from one
      *> slot's start to the next's) parm cards: a student whose
      *> extended paper runs past the start of their next sitting
      *> is flagged by exam-schedule.cbl.
       01  WS-EXAM-MINUTES     PIC 9(4)  VALUE 120 EXTERNAL.
       01  WS-SLOT-GAP         PIC 9(4)  VALUE 150 EXTERNAL.

      *> Seated candidates per invigilator in an exam room, set via
      *> an INVIGSEATS parm card: exam-seating.cbl posts one more
      *> invigilator to a room for each started block of this many.
      *> WS-SEAT-PLANNED tells run-manifest.cbl the seating plan and
      *> roster were written this run (no room master, no plan).
       01  WS-INVIG-SEATS      PIC 9(4)  VALUE 40 EXTERNAL.
       01  WS-SEAT-PLANNED     PIC X     VALUE 'N' EXTERNAL.

      *> CANDGEN card: issue this term's anonymous candidate numbers
      *> (cand-gen.cbl) off the enrollment the run has loaded.
       01  WS-CAND-GEN         PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-CAND-GEN      VALUE 'Y'.

      *> Communication area for cand-key.cbl: the caller sets the
      *> candidate number, and for action 'U' the course and
      *> component type being marked, and CALLs it; WS-CDK-STUDENT
      *> comes back with the student the number was issued to.
      *> Action 'U' also books the number against the course and
      *> type, so a second script under the same number is refused;
      *> 'F' only looks the number up.
       01  WS-CDK-ACTION       PIC X     VALUE 'F' EXTERNAL.
           88 WS-CDK-FIND         VALUE 'F'.
           88 WS-CDK-USE          VALUE 'U'.
       01  WS-CDK-CAND         PIC X(6)  VALUE SPACES EXTERNAL.
       01  WS-CDK-COURSE       PIC 999   VALUE 0 EXTERNAL.
       01  WS-CDK-TYPE         PIC X(4)  VALUE SPACES EXTERNAL.
       01  WS-CDK-STUDENT      PIC 999   VALUE 0 EXTERNAL.
       01  WS-CDK-RESULT       PIC X     VALUE SPACE EXTERNAL.
           88 WS-CDK-OK           VALUE 'Y'.
           88 WS-CDK-UNKNOWN      VALUE 'K'.
           88 WS-CDK-WRONG-SLOT   VALUE 'S'.
           88 WS-CDK-REUSED       VALUE 'D'.

      *> Communication area for hold-check.cbl. Action 'C': the
      *> caller sets the student, its name and the document about to
      *> be produced; WS-HLD-HELD comes back 'Y' when an active hold
      *> withholds it (the document is then logged for the report).
      *> Action 'W' writes the held-documents report for the run,
      *> 'A' appends this call's withholdings to the existing one.
      *> 'L' lists the students the report shows withheld whose
      *> holds are now all clear (count in WS-HLD-NB-RELEASE); until
      *> 'M' marks their lines released, every 'C' answers held for
      *> anybody else, so the producers issue only those documents.
      *> WS-HOLD-REPORTED tells run-manifest.cbl the report exists.
       01  WS-HLD-ACTION       PIC X     VALUE 'C' EXTERNAL.
           88 WS-HLD-CHECK        VALUE 'C'.
           88 WS-HLD-WRITE        VALUE 'W'.
           88 WS-HLD-APPEND       VALUE 'A'.
           88 WS-HLD-LOAD-RELEASE VALUE 'L'.
           88 WS-HLD-MARK-RELEASE VALUE 'M'.
       01  WS-HLD-NB-RELEASE   PIC 9(4)  VALUE 0 EXTERNAL.
       01  WS-HLD-STUDENT      PIC 999   VALUE 0 EXTERNAL.
       01  WS-HLD-NAME         PIC X(13) VALUE SPACES EXTERNAL.
       01  WS-HLD-DOC          PIC X(12) VALUE SPACES EXTERNAL.
       01  WS-HLD-HELD         PIC X     VALUE 'N' EXTERNAL.
           88 WS-HLD-IS-HELD      VALUE 'Y'.
       01  WS-HOLD-REPORTED    PIC X     VALUE 'N' EXTERNAL.

      *> Conduct severity threshold, set via a CONDUCTMAX parm card
      *> (0 = no threshold): a student whose accumulated severity
      *> points pass it is flagged for the conseil de classe on the
      *> report and worksheet -- flagged, never auto-decided.
       01  WS-CONDUCT-LIMIT    PIC 999   VALUE 0 EXTERNAL.

      *> Minimum hours a work placement must total, set via a
      *> PLACEHOURS parm card (0 = no minimum), for the '20' records
      *> that carry no minimum of their own.
       01  WS-PLACE-MIN-HOURS  PIC 999   VALUE 0 EXTERNAL.

      *> Term window, set via TERMSTART/TERMEND parm cards (YYYYMMDD,
      *> 0 = unknown) until the term calendar file can supply them: a
      *> late arrival's absence ceiling prorates over the fraction of
      *> past it, initialize.cbl refuses the posting run unless the
      *> supervisor OVERRIDE card is in force.
       01  WS-POST-DEADLINE    PIC 9(8)  VALUE 0 EXTERNAL.
      *> Official results release from the term calendar (0 = not
      *> fixed): portal-feed.cbl builds nothing without it.
       01  WS-RELEASE-DATE     PIC 9(8)  VALUE 0 EXTERNAL.
       01  WS-RELEASE-TIME     PIC 9(4)  VALUE 0 EXTERNAL.
      *> Set by portal-feed.cbl when it wrote the feed this run, so
      *> run-manifest.cbl lists it.
       01  WS-PORTAL-BUILT     PIC X     VALUE 'N' EXTERNAL.

      *> Parent-teacher meeting evening from the MEETDATE, MEETFROM,
      *> MEETTO and MEETSLOT parm cards (date 0 = no evening
      *> configured, meet-sched.cbl books nothing): the date, the
      *> first and closing times (hhmm) and the minutes per
      *> appointment.
       01  WS-MEET-DATE        PIC 9(8)  VALUE 0 EXTERNAL.
       01  WS-MEET-FROM        PIC 9(4)  VALUE 1700 EXTERNAL.
       01  WS-MEET-TO          PIC 9(4)  VALUE 2000 EXTERNAL.
       01  WS-MEET-SLOT        PIC 99    VALUE 10 EXTERNAL.
      *> Set by meet-sched.cbl when it wrote the timetables and the
      *> invitations this run, so run-manifest.cbl lists them.
       01  WS-MEET-BUILT       PIC X     VALUE 'N' EXTERNAL.

      *> Absence ceiling, set via an ABSCEIL parm-card (0 = no ceiling
      *> configured). A student whose total sessions missed passes this
      *> skips the whole load/calc chain, and calls only
      *> rank-students and write-output -- five more copies with a
      *> different PAGESIZE without re-reading, re-validating or
      *> re-appending anything -- plus the producers of any document
      *> withheld for a hold lifted since (hold-check.cbl 'L').
      *> A MAKEUP parm-card sets mode 'M': the September second
      *> session. The tables come back from the posted snapshot,
      *> makeup-roster.cbl lists every failing course per REDOUBLE
           88 WS-IS-PROGRESS      VALUE 'P'.
           88 WS-IS-REPRINT       VALUE 'R'.
           88 WS-IS-MAKEUP        VALUE 'M'.

      *> Section comparability thresholds, set via SECTDIST (points,
      *> in hundredths) and SECTRATE (percentage points) parm cards:
      *> section-compare.cbl flags a section whose course average, or
      *> whose pass rate, sits further than this from the course-wide
      *> figure.
       01  WS-SECT-DISTANCE    PIC 99V99 VALUE 2 EXTERNAL.
       01  WS-SECT-RATE-GAP    PIC 999   VALUE 20 EXTERNAL.

      *> Suspect-grade thresholds, set via SUSPSTU, SUSPCRS and
      *> SUSPHIST parm cards (points, in hundredths): suspect-grade.cbl
      *> lists a mark further than this from the student's own mean
      *> in their other courses, from the course mean of the other
      *> students, or from the student's mark in the same course in
      *> the previous posted term.
       01  WS-SUSP-STU-GAP     PIC 99V99 VALUE 8 EXTERNAL.
       01  WS-SUSP-CRS-GAP     PIC 99V99 VALUE 8 EXTERNAL.
       01  WS-SUSP-HIST-GAP    PIC 99V99 VALUE 8 EXTERNAL.

      *> KEYVERIFY parm card: the extract was hand-keyed and must
      *> carry a CERTIFIED key-verify.cbl certificate whose record
      *> count and trailer hash match what this run reads, or the
      *> run is refused as a batch mismatch. Recycle passes and
      *> CSVIN conversions are machine-made and are not checked.
       01  WS-KEYVER-REQUIRED  PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-KEYVER-REQUIRED VALUE 'Y'.

      *> Two-person rule for '04' corrections and '13' council
      *> decisions: the loaders validate the record, stage its values
      *> here and CALL pend-change.cbl, which files it as pending in
      *> F-PENDING instead of applying it. A second operator decides
      *> it in change-approve.cbl; apply-approved.cbl applies the
      *> approved ones to the tables after the read loop.
       01  WS-PND-STAGE EXTERNAL.
           03 WS-PND-S-TYPE        PIC X(2).
           03 WS-PND-S-ID1         PIC 999.
           03 WS-PND-S-ID2         PIC 999.
           03 WS-PND-S-GRADE       PIC 99V99.
           03 WS-PND-S-GSTATUS     PIC X.
           03 WS-PND-S-CNL-STATUS  PIC X(8).
           03 WS-PND-S-CNL-REASON  PIC X(4).
           03 WS-PND-S-IMAGE       PIC X(40).
       01  WS-NB-PENDED        PIC 999   VALUE 0 EXTERNAL.

      *> Operator authorization: the caller names the privilege it
      *> is about to exercise and itself, CALLs op-auth.cbl, and
      *> reads the verdict against WS-OPERATOR -- same EXTERNAL
      *> convention as the run-lock protocol. Privileges: FORCE,
      *> OVERRIDE, MODAUTH, RESTART, RECYCLE (parm cards), LOCKFREE
      *> (lock-admin force-release), HISTVOID, HISTPURG (hist-maint),
      *> PURGESTU (purge-student), IDMERGE (id-merge), CHGAPPR
      *> (change-approve). A refusal is journaled by run-journal.cbl:
      *> 'R' a refused posting run (full journal row, outcome
      *> UNAUTH), 'U' a refused utility (date, operator, privilege
      *> and job only -- a utility has no run totals to report).
       01  WS-AUTH-PRIV        PIC X(8)  VALUE SPACES EXTERNAL.
       01  WS-AUTH-JOB         PIC X(12) VALUE SPACES EXTERNAL.
       01  WS-AUTH-OK          PIC X     VALUE 'N' EXTERNAL.
           88 WS-AUTH-GRANTED     VALUE 'Y'.
           88 WS-AUTH-DENIED      VALUE 'N'.
       01  WS-AUTH-REFUSAL     PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-AUTH-REFUSED  VALUES 'R' 'U'.
           88 WS-IS-UTIL-REFUSED  VALUE 'U'.

      *> Operator menu (op-menu.cbl): WS-MENU-SESSION tells a utility
      *> started from the menu that WS-OPERATOR was captured already
      *> and must not be asked for or overwritten; WS-MENU-USE asks
      *> run-journal.cbl for a MENU row -- date, time, term, operator
      *> and the utility launched (in WS-AUTH-JOB).
       01  WS-MENU-SESSION     PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-MENU-SESSION  VALUE 'Y'.
       01  WS-MENU-USE         PIC X     VALUE 'N' EXTERNAL.
           88 WS-IS-MENU-USE      VALUE 'Y'.

      *> Report bursting: on a posting run write-output.cbl tags every
      *> section and teacher line into F-BURSTWK and burst-report.cbl
      *> cuts one print file per section and per teacher, each behind
      *> a banner page, plus the distribution list. A BURST N card
      *> turns it off; BURSTPFX changes the file-name prefix.
       01  WS-BURST-MODE       PIC X     VALUE 'Y' EXTERNAL.
           88 WS-IS-BURST         VALUE 'Y'.
       01  WS-BURST-PREFIX     PIC X(20) VALUE 'burst-' EXTERNAL.
      *> Last burst file sequence cut this run (prefix + NNN + .dat),
      *> so run-manifest.cbl can list every one of them.
       01  WS-NB-BURST         PIC 999   VALUE 0 EXTERNAL.

      *> Communication area for file-hash.cbl: the caller sets
      *> WS-FILE-HASHIN-NAME and CALLs it; it answers with the record
      *> count and control hash of that file, or flags it unreadable.
      *> The same module computes both sides of the check -- the
      *> run's manifest and the receiving office's manifest-verify.
       01  WS-HSH-COUNT        PIC 9(9)  VALUE 0 EXTERNAL.
       01  WS-HSH-VALUE        PIC 9(15) VALUE 0 EXTERNAL.
       01  WS-HSH-OK           PIC X     VALUE 'N' EXTERNAL.
           88 WS-HSH-READ         VALUE 'Y'.
           88 WS-HSH-UNREADABLE   VALUE 'N'.

      *> Communication area for class-index.cbl: the caller sets the
      *> student and course IDs and CALLs it; it answers with the
      *> WS-CLASS-TAB row holding that pair and the WS-STUDENT-TAB /
      *> WS-COURSE-TAB rows holding each ID (0 = not loaded). Rows
      *> appended since the last call are picked up on their own; a
      *> module that reloads or reorders the tables in place sets
      *> WS-CIX-STALE so the next call rebuilds from scratch.
       01  WS-CIX-KEY1         PIC 999   VALUE 0 EXTERNAL.
       01  WS-CIX-KEY2         PIC 999   VALUE 0 EXTERNAL.
       01  WS-CIX-CLASS-ROW    PIC 9(4)  VALUE 0 EXTERNAL.
       01  WS-CIX-STUDENT-ROW  PIC 999   VALUE 0 EXTERNAL.
       01  WS-CIX-COURSE-ROW   PIC 999   VALUE 0 EXTERNAL.
       01  WS-CIX-STATE        PIC X     VALUE 'Y' EXTERNAL.
           88 WS-CIX-STALE        VALUE 'Y'.
           88 WS-CIX-CURRENT      VALUE 'N'.

      *> Phase timing: promo.cbl names each phase of its CALL chain
      *> as it begins and CALLs phase-time.cbl, which closes the
      *> previous phase's clock and appends its row to F-TIMING;
      *> '*END*' closes the last phase and writes the run total.
      *> WS-BATCH-WINDOW (minutes, BATCHWIN card) rides on every row
      *> for timing-trend.cbl's projection.
       01  WS-PHT-PHASE        PIC X(12) VALUE SPACES EXTERNAL.
       01  WS-BATCH-WINDOW     PIC 9(5)  VALUE 240 EXTERNAL.

      *> Communication area for track-coef.cbl: the caller sets the
      *> course ID, the student's track and the course's own
      *> coefficient in WS-TKC-COEF, and CALLs it; WS-TKC-COEF comes
      *> back as the coefficient that track's students are weighted
      *> with for WS-TERM (unchanged when the track has no set of its
      *> own). Action 'S' instead sets the coefficient for the track
      *> (blank track = every track's entry for the course) -- the
      *> simulate.cbl what-if.
       01  WS-TKC-ACTION       PIC X     VALUE 'F' EXTERNAL.
           88 WS-TKC-FIND         VALUE 'F'.
           88 WS-TKC-SET          VALUE 'S'.
       01  WS-TKC-COURSE       PIC 999   VALUE 0 EXTERNAL.
       01  WS-TKC-TRACK        PIC X(3)  VALUE SPACES EXTERNAL.
       01  WS-TKC-COEF         PIC 9V9   VALUE 0 EXTERNAL.

      *> Communication area for course-equiv.cbl. Action 'M': the
      *> caller sets the course a student has on the pass history in
      *> WS-EQV-PASSED and the course being asked about in
      *> WS-EQV-TARGET; WS-EQV-MET comes back 'Y' when they are the
      *> same course or the passed course has been succeeded by the
      *> target (directly or through a chain of renumberings) as of
      *> WS-TERM. Action 'L': with WS-EQV-TARGET set and WS-EQV-ROW
      *> 0, each CALL returns the next equivalence naming that course
      *> as old or new in WS-EQV-OLD/NEW/FROM, WS-EQV-ROW 0 at the end.
       01  WS-EQV-ACTION       PIC X     VALUE 'M' EXTERNAL.
           88 WS-EQV-MATCH        VALUE 'M'.
           88 WS-EQV-LIST         VALUE 'L'.
       01  WS-EQV-PASSED       PIC 999   VALUE 0 EXTERNAL.
       01  WS-EQV-TARGET       PIC 999   VALUE 0 EXTERNAL.
       01  WS-EQV-MET          PIC X     VALUE 'N' EXTERNAL.
           88 WS-EQV-IS-MET       VALUE 'Y'.
       01  WS-EQV-ROW          PIC 9(4)  VALUE 0 EXTERNAL.
       01  WS-EQV-OLD          PIC 999   VALUE 0 EXTERNAL.
       01  WS-EQV-NEW          PIC 999   VALUE 0 EXTERNAL.
       01  WS-EQV-FROM         PIC X(10) VALUE SPACES EXTERNAL.

      *> RANKBY TRACK card: the merit list is followed by one ranked
      *> block per track, numbered by WS-STUDENT-TRACK-RANK.
       01  WS-RANK-BY          PIC X     VALUE 'S' EXTERNAL.
           88 WS-RANK-BY-TRACK    VALUE 'T'.

      *> Communication area for subst-teacher.cbl. The caller sets
      *> the course ID and the instructor the course is attributed
      *> to in WS-SBT-TEACHER. Action 'F': WS-SBT-TEACHER comes back
      *> as whoever was teaching the course on WS-SBT-DATE, with
      *> WS-SBT-IS-SUBST set when that is a substitute. Action 'S':
      *> WS-SBT-SHARE comes back as the fraction of the term window
      *> WS-SBT-ASKED taught the course (0 to 1).
       01  WS-SBT-ACTION       PIC X     VALUE 'F' EXTERNAL.
           88 WS-SBT-FIND         VALUE 'F'.
           88 WS-SBT-SPLIT        VALUE 'S'.
       01  WS-SBT-COURSE       PIC 999   VALUE 0 EXTERNAL.
       01  WS-SBT-DATE         PIC 9(8)  VALUE 0 EXTERNAL.
       01  WS-SBT-TEACHER      PIC X(13) VALUE SPACES EXTERNAL.
       01  WS-SBT-ASKED        PIC X(13) VALUE SPACES EXTERNAL.
       01  WS-SBT-SUBST        PIC X     VALUE 'N' EXTERNAL.
           88 WS-SBT-IS-SUBST     VALUE 'Y'.
       01  WS-SBT-SHARE        PIC 9V9999 VALUE 0 EXTERNAL.
