           88 F-EXAMCONF-STATUS-OK    VALUE '00'.
           88 F-EXAMCONF-STATUS-EOF   VALUE '10'.

      *> Proctors' confidential accommodation list, per exam --
      *> written only by exam-schedule.cbl, kept apart from the
      *> conflict report so it can be handed out on its own.
       01  WS-FILE-EXAMACC-NAME   PIC X(50)   VALUE 'examacc.dat'
                                   EXTERNAL.
       01  F-EXAMACC-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-EXAMACC-STATUS-OK     VALUE '00'.
           88 F-EXAMACC-STATUS-EOF    VALUE '10'.

      *> Exam room master (INDEXED, keyed on the room code) and its
      *> maintenance deck (room-maint.cbl). Status 35 means no room
      *> has been registered yet: exam-seating.cbl then has nothing
      *> to seat anyone in and says so.
       01  WS-FILE-ROOMAST-NAME   PIC X(50)   VALUE 'roomast.dat'
                                   EXTERNAL.
       01  F-ROOMAST-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ROOMAST-STATUS-OK     VALUE '00'.
           88 F-ROOMAST-STATUS-EOF    VALUE '10'.
           88 F-ROOMAST-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-ROOMTX-NAME    PIC X(50)   VALUE 'roomtx.dat'
                                   EXTERNAL.
       01  F-ROOMTX-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ROOMTX-STATUS-OK      VALUE '00'.
           88 F-ROOMTX-STATUS-EOF     VALUE '10'.

      *> Seating plans (door lists) and invigilator roster -- both
      *> written only by exam-seating.cbl.
       01  WS-FILE-SEATPLAN-NAME  PIC X(50)   VALUE 'seatplan.dat'
                                   EXTERNAL.
       01  F-SEATPLAN-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-SEATPLAN-STATUS-OK    VALUE '00'.
       01  WS-FILE-INVIGIL-NAME   PIC X(50)   VALUE 'invigil.dat'
                                   EXTERNAL.
       01  F-INVIGIL-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-INVIGIL-STATUS-OK     VALUE '00'.

      *> Anonymous marking: the confidential candidate-number key
      *> (written by cand-gen.cbl, read back by cand-key.cbl) and the
      *> per-exam candidate lists that go out with the papers.
       01  WS-FILE-CANDKEY-NAME   PIC X(50)   VALUE 'candkey.dat'
                                   EXTERNAL.
       01  F-CANDKEY-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CANDKEY-STATUS-OK     VALUE '00'.
           88 F-CANDKEY-STATUS-EOF    VALUE '10'.
           88 F-CANDKEY-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-CANDLIST-NAME  PIC X(50)   VALUE 'candlist.dat'
                                   EXTERNAL.
       01  F-CANDLIST-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CANDLIST-STATUS-OK    VALUE '00'.

      *> Administrative holds master and its maintenance transactions
      *> (hold-maint.cbl), and the held-documents report hold-check.cbl
      *> writes for every transcript, letter or notification withheld.
       01  WS-FILE-HOLDS-NAME     PIC X(50)   VALUE 'holds.dat'
                                   EXTERNAL.
       01  F-HOLDS-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-HOLDS-STATUS-OK       VALUE '00'.
           88 F-HOLDS-STATUS-EOF      VALUE '10'.
           88 F-HOLDS-STATUS-NOFILE   VALUE '35'.
       01  WS-FILE-HOLDTX-NAME    PIC X(50)   VALUE 'holdtx.dat'
                                   EXTERNAL.
       01  F-HOLDTX-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-HOLDTX-STATUS-OK      VALUE '00'.
           88 F-HOLDTX-STATUS-EOF     VALUE '10'.
       01  WS-FILE-HELDRPT-NAME   PIC X(50)   VALUE 'heldrpt.dat'
                                   EXTERNAL.
       01  F-HELDRPT-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-HELDRPT-STATUS-OK     VALUE '00'.
           88 F-HELDRPT-STATUS-EOF    VALUE '10'.

      *> Mail-room manifest: households, their envelopes and the
      *> letters and notices in each (mail-manifest.cbl).
       01  WS-FILE-MAILMFT-NAME   PIC X(50)   VALUE 'mailmft.dat'
                                   EXTERNAL.
       01  F-MAILMFT-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-MAILMFT-STATUS-OK     VALUE '00'.

      *> Elective choices: the request forms as keyed, and what
      *> elec-alloc.cbl makes of them -- the allocation report, the
      *> unplaced-students list and the elective enrollment rows
      *> enroll-gen.cbl merges into next term's placement plan.
       01  WS-FILE-ELECREQ-NAME   PIC X(50)   VALUE 'elecreq.dat'
                                   EXTERNAL.
       01  F-ELECREQ-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ELECREQ-STATUS-OK     VALUE '00'.
           88 F-ELECREQ-STATUS-EOF    VALUE '10'.
       01  WS-FILE-ELECALC-NAME   PIC X(50)   VALUE 'elecalc.dat'
                                   EXTERNAL.
       01  F-ELECALC-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ELECALC-STATUS-OK     VALUE '00'.
       01  WS-FILE-ELECUNP-NAME   PIC X(50)   VALUE 'elecunp.dat'
                                   EXTERNAL.
       01  F-ELECUNP-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ELECUNP-STATUS-OK     VALUE '00'.
       01  WS-FILE-ELECENR-NAME   PIC X(50)   VALUE 'elecenr.dat'
                                   EXTERNAL.
       01  F-ELECENR-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ELECENR-STATUS-OK     VALUE '00'.
           88 F-ELECENR-STATUS-EOF    VALUE '10'.

      *> Next-year staffing forecast: headcount and sections per
      *> course and the teaching load per teacher (staff-forecast.cbl).
       01  WS-FILE-FORECAST-NAME  PIC X(50)   VALUE 'forecast.dat'
                                   EXTERNAL.
       01  F-FORECAST-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-FORECAST-STATUS-OK    VALUE '00'.

      *> Outbound transfer dossier for a departing student: the
      *> fixed-layout exchange file the receiving school loads and
      *> the printed cover summary (transfer-out.cbl).
       01  WS-FILE-DOSSIER-NAME   PIC X(50)   VALUE 'dossier.dat'
                                   EXTERNAL.
       01  F-DOSSIER-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-DOSSIER-STATUS-OK     VALUE '00'.
       01  WS-FILE-DOSCOVER-NAME  PIC X(50)   VALUE 'doscover.dat'
                                   EXTERNAL.
       01  F-DOSCOVER-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-DOSCOVER-STATUS-OK    VALUE '00'.

      *> Parent-portal results feed and its publication register
      *> (portal-feed.cbl): the register remembers what version of
      *> each student's term result the portal already holds.
       01  WS-FILE-PORTAL-NAME    PIC X(50)   VALUE 'portal.dat'
                                   EXTERNAL.
       01  F-PORTAL-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-PORTAL-STATUS-OK      VALUE '00'.
       01  WS-FILE-PORTREG-NAME   PIC X(50)   VALUE 'portreg.dat'
                                   EXTERNAL.
       01  F-PORTREG-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-PORTREG-STATUS-OK     VALUE '00'.
           88 F-PORTREG-STATUS-EOF    VALUE '10'.
           88 F-PORTREG-STATUS-NOTFND VALUE '23'.
           88 F-PORTREG-STATUS-NOFILE VALUE '35'.

      *> Course equivalence and succession master and its maintenance
      *> deck -- master maintained by equiv-maint.cbl, read by
      *> course-equiv.cbl. Status 35 just means no course has been
      *> renumbered or replaced yet.
       01  WS-FILE-EQUIV-NAME     PIC X(50)   VALUE 'equiv.dat'
                                   EXTERNAL.
       01  F-EQUIV-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-EQUIV-STATUS-OK       VALUE '00'.
           88 F-EQUIV-STATUS-EOF      VALUE '10'.
           88 F-EQUIV-STATUS-NOFILE   VALUE '35'.

       01  WS-FILE-EQUIVTX-NAME   PIC X(50)   VALUE 'equivtx.dat'
                                   EXTERNAL.
       01  F-EQUIVTX-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-EQUIVTX-STATUS-OK     VALUE '00'.
           88 F-EQUIVTX-STATUS-EOF    VALUE '10'.
           88 F-EQUIVTX-STATUS-NOFILE VALUE '35'.

      *> Parent-teacher meeting evening (meet-sched.cbl): the
      *> per-teacher timetables and the family invitation rows.
       01  WS-FILE-MEETSCHED-NAME PIC X(50)   VALUE 'meetsched.dat'
                                   EXTERNAL.
       01  F-MEETSCHED-STATUS     PIC X(02)   VALUE '00' EXTERNAL.
           88 F-MEETSCHED-STATUS-OK   VALUE '00'.
       01  WS-FILE-MEETINV-NAME   PIC X(50)   VALUE 'meetinv.dat'
                                   EXTERNAL.
       01  F-MEETINV-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-MEETINV-STATUS-OK     VALUE '00'.

      *> Multi-source gradebook merge (gb-merge.cbl): the list of
      *> per-teacher files, the source being read, the merged
      *> extract (written under WS-FILE-INPUT-NAME) and the
      *> contribution report.
       01  WS-FILE-GBLIST-NAME    PIC X(50)   VALUE 'gbsources.dat'
                                   EXTERNAL.
       01  F-GBLIST-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-GBLIST-STATUS-OK      VALUE '00'.
           88 F-GBLIST-STATUS-EOF     VALUE '10'.
       01  WS-FILE-GBSRC-NAME     PIC X(50)   VALUE SPACES
                                   EXTERNAL.
       01  F-GBSRC-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-GBSRC-STATUS-OK       VALUE '00'.
           88 F-GBSRC-STATUS-EOF      VALUE '10'.
       01  F-GBOUT-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-GBOUT-STATUS-OK       VALUE '00'.
       01  WS-FILE-GBMRPT-NAME    PIC X(50)   VALUE 'gbmerge.dat'
                                   EXTERNAL.
       01  F-GBMRPT-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-GBMRPT-STATUS-OK      VALUE '00'.

      *> Year-end student master rollover (year-rollover.cbl): the
      *> section-mapping table and the before/after register.
       01  WS-FILE-SECTMAP-NAME   PIC X(50)   VALUE 'sectmap.dat'
                                   EXTERNAL.
       01  F-SECTMAP-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-SECTMAP-STATUS-OK     VALUE '00'.
           88 F-SECTMAP-STATUS-EOF    VALUE '10'.
       01  WS-FILE-ROLLREG-NAME   PIC X(50)   VALUE 'rollreg.dat'
                                   EXTERNAL.
       01  F-ROLLREG-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-ROLLREG-STATUS-OK     VALUE '00'.

      *> Foreign-format transcript (foreign-transcript.cbl): the page
      *> file, and the outbound conversion table from 20-point marks
      *> to the receiving country's scale.
       01  WS-FILE-FORTRN-NAME    PIC X(50)   VALUE 'fortrans.dat'
                                   EXTERNAL.
       01  F-FORTRN-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-FORTRN-STATUS-OK      VALUE '00'.
       01  WS-FILE-CONVOUT-NAME   PIC X(50)   VALUE 'convout.dat'
                                   EXTERNAL.
       01  F-CONVOUT-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CONVOUT-STATUS-OK     VALUE '00'.
           88 F-CONVOUT-STATUS-EOF    VALUE '10'.

      *> Substitute-teacher assignments (subst-teacher.cbl): who
      *> teaches a course in place of its own instructor, and when.
       01  WS-FILE-SUBST-NAME     PIC X(50)   VALUE 'subst.dat'
                                   EXTERNAL.
       01  F-SUBST-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-SUBST-STATUS-OK       VALUE '00'.
           88 F-SUBST-STATUS-EOF      VALUE '10'.

      *> Backup sets of the persistent stores (backup-set.cbl): the
      *> catalog, the file being copied and its copy; and the
      *> restore drill's report and permanent log (restore-drill.cbl).
       01  WS-FILE-BKCAT-NAME     PIC X(50)   VALUE 'bkcatalog.dat'
                                   EXTERNAL.
       01  F-BKCAT-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BKCAT-STATUS-OK       VALUE '00'.
           88 F-BKCAT-STATUS-EOF      VALUE '10'.
           88 F-BKCAT-STATUS-NOFILE   VALUE '35'.
       01  WS-FILE-BKIN-NAME      PIC X(50)   VALUE SPACES
                                   EXTERNAL.
       01  F-BKIN-STATUS          PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BKIN-STATUS-OK        VALUE '00'.
           88 F-BKIN-STATUS-EOF       VALUE '10'.
           88 F-BKIN-STATUS-NOFILE    VALUE '35'.
       01  WS-FILE-BKOUT-NAME     PIC X(50)   VALUE SPACES
                                   EXTERNAL.
       01  F-BKOUT-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BKOUT-STATUS-OK       VALUE '00'.
       01  WS-FILE-DRILL-NAME     PIC X(50)   VALUE 'drill.dat'
                                   EXTERNAL.
       01  F-DRILL-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-DRILL-STATUS-OK       VALUE '00'.
       01  WS-FILE-DRLLOG-NAME    PIC X(50)   VALUE 'drilllog.dat'
                                   EXTERNAL.
       01  F-DRLLOG-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-DRLLOG-STATUS-OK      VALUE '00'.
           88 F-DRLLOG-STATUS-NOFILE  VALUE '35'.

      *> Exam-board candidate registration: the extract in the
      *> board's record layout and its reject list (board-reg.cbl),
      *> the board's return file and the match report (board-ack.cbl).
       01  WS-FILE-BOARDREG-NAME  PIC X(50)   VALUE 'boardreg.dat'
                                   EXTERNAL.
       01  F-BOARDREG-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BOARDREG-STATUS-OK    VALUE '00'.
           88 F-BOARDREG-STATUS-EOF   VALUE '10'.
       01  WS-FILE-BOARDREJ-NAME  PIC X(50)   VALUE 'boardrej.dat'
                                   EXTERNAL.
       01  F-BOARDREJ-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BOARDREJ-STATUS-OK    VALUE '00'.
       01  WS-FILE-BOARDRET-NAME  PIC X(50)   VALUE 'boardret.dat'
                                   EXTERNAL.
       01  F-BOARDRET-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BOARDRET-STATUS-OK    VALUE '00'.
           88 F-BOARDRET-STATUS-EOF   VALUE '10'.
       01  WS-FILE-BOARDACK-NAME  PIC X(50)   VALUE 'boardack.dat'
                                   EXTERNAL.
       01  F-BOARDACK-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BOARDACK-STATUS-OK    VALUE '00'.

      *> Transcript serial register -- appended by transcript.cbl as
      *> pages are issued, read back by trn-verify.cbl. Status 35 on
      *> the first read just means no transcript has ever been
           88 F-ENROLL-STATUS-OK     VALUE '00'.
           88 F-ENROLL-STATUS-EOF    VALUE '10'.
           88 F-ENROLL-STATUS-NOFILE VALUE '35'.

      *> Indexed per-course results store keyed on student+course+
      *> term (selcrr.cpy/fdcrr.cpy). Status 35 just means nothing
      *> has been posted yet; '22' on a WRITE means the row already
      *> exists and the posting run REWRITEs it.
       01  WS-FILE-CRSRES-NAME    PIC X(50)   VALUE 'crsres.dat'
                                   EXTERNAL.
       01  F-CRSRES-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CRSRES-STATUS-OK      VALUE '00'.
           88 F-CRSRES-STATUS-EOF     VALUE '10'.
           88 F-CRSRES-STATUS-DUP     VALUE '22'.
           88 F-CRSRES-STATUS-NOTFND  VALUE '23'.
           88 F-CRSRES-STATUS-NOFILE  VALUE '35'.

      *> Archive of per-course result rows purged by hist-maint.cbl.
       01  WS-FILE-CRSARCH-NAME   PIC X(50)   VALUE 'crsarch.dat'
                                   EXTERNAL.
       01  F-CRSARCH-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CRSARCH-STATUS-OK     VALUE '00'.
           88 F-CRSARCH-STATUS-EOF    VALUE '10'.
           88 F-CRSARCH-STATUS-NOFILE VALUE '35'.

      *> Within-course section comparability report (per course,
      *> per section average/pass rate/spread against the course-
      *> wide figure) -- written only by section-compare.cbl.
       01  WS-FILE-SECTCMP-NAME   PIC X(50)   VALUE 'sectcmp.dat'
                                   EXTERNAL.
       01  F-SECTCMP-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-SECTCMP-STATUS-OK     VALUE '00'.
           88 F-SECTCMP-STATUS-EOF    VALUE '10'.
      *> Suspect-grade list (marks likely to be keying errors,
      *> checked before the averages run) -- written only by
      *> suspect-grade.cbl.
       01  WS-FILE-SUSPECT-NAME   PIC X(50)   VALUE 'suspect.dat'
                                   EXTERNAL.
       01  F-SUSPECT-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-SUSPECT-STATUS-OK     VALUE '00'.
           88 F-SUSPECT-STATUS-EOF    VALUE '10'.

      *> Dual-keying verification: the two independently keyed copies
      *> of the extract, the disagreement listing and the
      *> certificate -- key-verify.cbl asks for the copy names at the
      *> console; promo.cbl reads the certificate under KEYVERIFY.
       01  WS-FILE-KEYCPY1-NAME   PIC X(50)   VALUE 'input.dat'
                                   EXTERNAL.
       01  F-KEYCPY1-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-KEYCPY1-STATUS-OK     VALUE '00'.
           88 F-KEYCPY1-STATUS-EOF    VALUE '10'.
           88 F-KEYCPY1-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-KEYCPY2-NAME   PIC X(50)   VALUE 'input2.dat'
                                   EXTERNAL.
       01  F-KEYCPY2-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-KEYCPY2-STATUS-OK     VALUE '00'.
           88 F-KEYCPY2-STATUS-EOF    VALUE '10'.
           88 F-KEYCPY2-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-KEYRPT-NAME    PIC X(50)   VALUE 'keyver.dat'
                                   EXTERNAL.
       01  F-KEYRPT-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-KEYRPT-STATUS-OK      VALUE '00'.
       01  WS-FILE-KEYCERT-NAME   PIC X(50)   VALUE 'keycert.dat'
                                   EXTERNAL.
       01  F-KEYCERT-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-KEYCERT-STATUS-OK     VALUE '00'.
           88 F-KEYCERT-STATUS-EOF    VALUE '10'.
           88 F-KEYCERT-STATUS-NOFILE VALUE '35'.

      *> Pending-approval store for '04' corrections and '13' council
      *> decisions (two-person rule), and its aged listing.
       01  WS-FILE-PENDING-NAME   PIC X(50)   VALUE 'pending.dat'
                                   EXTERNAL.
       01  F-PENDING-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-PENDING-STATUS-OK     VALUE '00'.
           88 F-PENDING-STATUS-EOF    VALUE '10'.
           88 F-PENDING-STATUS-DUP    VALUE '22'.
           88 F-PENDING-STATUS-NOTFND VALUE '23'.
           88 F-PENDING-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-PENDLIST-NAME  PIC X(50)   VALUE 'pendlist.dat'
                                   EXTERNAL.
       01  F-PENDLIST-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-PENDLIST-STATUS-OK    VALUE '00'.

      *> Operator authorization table. No parm card renames it -- a
      *> deck that could point the check at its own table would make
      *> the control a convention again.
       01  WS-FILE-OPERAUTH-NAME  PIC X(50)   VALUE 'operauth.dat'
                                   EXTERNAL.
       01  F-OPERAUTH-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-OPERAUTH-STATUS-OK     VALUE '00'.
           88 F-OPERAUTH-STATUS-EOF    VALUE '10'.
           88 F-OPERAUTH-STATUS-NOFILE VALUE '35'.

      *> End-of-term job chain step-control file (term-chain.cbl).
       01  WS-FILE-CHAINCTL-NAME  PIC X(50)   VALUE 'chainctl.dat'
                                   EXTERNAL.
       01  F-CHAINCTL-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-CHAINCTL-STATUS-OK     VALUE '00'.
           88 F-CHAINCTL-STATUS-EOF    VALUE '10'.
           88 F-CHAINCTL-STATUS-NOFILE VALUE '35'.

      *> Report bursting (burst-report.cbl): the routing work file
      *> write-output.cbl tags, the per-recipient print file (name
      *> built per recipient as <WS-BURST-PREFIX>NNN.dat) and the
      *> distribution list.
       01  WS-FILE-BURSTWK-NAME   PIC X(50)   VALUE 'burstwk.dat'
                                   EXTERNAL.
       01  F-BURSTWK-STATUS       PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BURSTWK-STATUS-OK     VALUE '00'.
           88 F-BURSTWK-STATUS-EOF    VALUE '10'.
           88 F-BURSTWK-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-BURST-NAME     PIC X(50)   VALUE SPACES
                                   EXTERNAL.
       01  F-BURST-STATUS         PIC X(02)   VALUE '00' EXTERNAL.
           88 F-BURST-STATUS-OK       VALUE '00'.
       01  WS-FILE-DISTLIST-NAME  PIC X(50)   VALUE 'distlist.dat'
                                   EXTERNAL.
       01  F-DISTLIST-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-DISTLIST-STATUS-OK    VALUE '00'.

      *> Run output manifest (run-manifest.cbl, manifest-verify.cbl)
      *> and the file-hash.cbl read-back of each output it lists.
       01  WS-FILE-MANIFEST-NAME  PIC X(50)   VALUE 'manifest.dat'
                                   EXTERNAL.
       01  F-MANIFEST-STATUS      PIC X(02)   VALUE '00' EXTERNAL.
           88 F-MANIFEST-STATUS-OK     VALUE '00'.
           88 F-MANIFEST-STATUS-EOF    VALUE '10'.
           88 F-MANIFEST-STATUS-NOFILE VALUE '35'.
       01  WS-FILE-HASHIN-NAME    PIC X(50)   VALUE SPACES
                                   EXTERNAL.
       01  F-HASHIN-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-HASHIN-STATUS-OK       VALUE '00'.
           88 F-HASHIN-STATUS-EOF      VALUE '10'.

      *> Cross-store audit status (store-audit.cbl, day-end.cbl).
       01  F-XAUDST-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-XAUDST-STATUS-OK       VALUE '00'.
           88 F-XAUDST-STATUS-EOF      VALUE '10'.
           88 F-XAUDST-STATUS-NOFILE   VALUE '35'.

      *> Per-phase run timing (phase-time.cbl, timing-trend.cbl).
       01  WS-FILE-TIMING-NAME    PIC X(50)   VALUE 'timing.dat'
                                   EXTERNAL.
       01  F-TIMING-STATUS        PIC X(02)   VALUE '00' EXTERNAL.
           88 F-TIMING-STATUS-OK       VALUE '00'.
           88 F-TIMING-STATUS-EOF      VALUE '10'.
           88 F-TIMING-STATUS-NOFILE   VALUE '35'.
