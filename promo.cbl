           COPY selout.
           COPY selrej.
           COPY selifc.
           COPY selkyc.

       DATA DIVISION.
       FILE SECTION.
           COPY fdout.
           COPY fdrej.
           COPY fdifc.
           COPY fdkyc.

       WORKING-STORAGE SECTION.
           COPY filestat.
       01  WS-REJ-LOCK-HELD     PIC X        VALUE 'N'.

       PROCEDURE DIVISION.
      *> Elapsed time per phase goes to the timing file
      *> (phase-time.cbl): each marker below closes the phase before
      *> it, and the run's total is written at 0010-STOP-PRG, so
      *> timing-trend.cbl can watch the night against the window.
           MOVE 'INITIALIZE' TO WS-PHT-PHASE.
           CALL 'phase-time'.
           CALL 'initialize'.
      *> Duplicate-term guard: initialize refuses a TERM the
      *> run-control file already shows POSTED (no FORCE card) --
               MOVE 'Y' TO WS-RUN-BLOCKED
               CALL 'run-journal'
               MOVE 12 TO RETURN-CODE
               MOVE '*END*' TO WS-PHT-PHASE
               CALL 'phase-time'
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-LOCK-HELD.
      *> The reject file is contended too: open-files truncates and
      *> chain is skipped, and nothing is appended anywhere -- only
      *> rank-students and write-output run against a fresh
      *> F-OUTPUT, honoring whatever PAGESIZE/TITLE cards this rerun
      *> supplied. The documents the posting withheld for holds that
      *> have since been lifted go out on the same run.
           IF WS-IS-REPRINT
               MOVE 'REPRINT' TO WS-PHT-PHASE
               CALL 'phase-time'
               PERFORM 0040-REPRINT-START THRU 0040-REPRINT-END
      *> Reprinting official paper is still a run the auditors' log
      *> must show -- journaled (outcome REPRINT), but never written
               CALL 'run-journal'
               GO TO 0010-STOP-PRG
           END-IF.
           MOVE 'PRECHECK' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Spreadsheet-born extracts: convert the delimited file to
      *> the fixed layouts (envelope included) and repoint F-INPUT at
      *> the conversion, so the load chain below stays untouched.
      *> Per-teacher gradebooks are merged into the INPUT file the
      *> same way; the merge writes fixed layouts already, so it
      *> takes precedence over a CSVIN card on the same deck.
           IF WS-IS-GBMERGE
               CALL 'gb-merge'
           ELSE
               IF WS-IS-CSVIN
                   CALL 'csv-import'
               END-IF
           END-IF.
      *> Req 028: flag structural problems in input.dat before the
      *> main load ever touches a record.
           CALL 'precheck'.
           CALL 'open-files'.
           MOVE 'PRIME' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> A RECYCLE pass merges the repaired rejects into the posting
      *> run's complete tables, restored from the snapshot -- fed to
      *> calc-avg on their own, the one-or-two corrected rows would
           IF WS-IS-MAKEUP
               CALL 'makeup-roster'
           END-IF.
           MOVE 'LOAD' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Prime the identity cross-reference so reconciliation and
      *> the downstream feeds can key on real IDs, not names.
           CALL 'load-xref'.
                          CALL 'load-justify'
                    WHEN '17'
                          CALL 'load-conduct'
                    WHEN '18'
                          CALL 'load-competency'
                    WHEN '19'
                          CALL 'load-accommodation'
                    WHEN '20'
                          CALL 'load-placement'
                    WHEN OTHER
                       DISPLAY 'The record type' SPACE
                       REC-F-INPUT-2 SPACE 'is not managed.'
               CALL 'read-file'
           END-PERFORM.

           MOVE 'VERIFY' TO WS-PHT-PHASE.
           CALL 'phase-time'.
           PERFORM 0030-VERIFY-TRAILER-START
              THRU 0030-VERIFY-TRAILER-END.
           IF WS-IS-KEYVER-REQUIRED AND NOT WS-IS-RECYCLE-RUN
              AND NOT WS-IS-CSVIN
               PERFORM 0035-CHECK-KEYCERT-START
                  THRU 0035-CHECK-KEYCERT-END
           END-IF.
           MOVE 'APPROVALS' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Two-person rule: the '04'/'13' records above were only filed
      *> as pending. What a second operator has approved in
      *> change-approve.cbl is applied to the loaded tables now,
      *> before anything downstream reads them, and the aged list of
      *> what is still waiting is reprinted on every run.
           CALL 'apply-approved'.
           CALL 'pending-list'.

           MOVE 'RECONCILE' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Req 032: compare who was actually graded against the
      *> registrar's master enrollment file before the report is
      *> trusted as final.
           CALL 'reconcile-enroll'.
      *> Anonymous candidate numbers per exam slot, with the key
      *> for the exam office and the lists that go out with the
      *> papers, only when the run asks for them. Issued ahead of
      *> the DRYRUN/PROGRESS split: the numbers are wanted before
      *> the exams, on a run that posts nothing, so the marks run
      *> for the term is not refused as a repost.
           IF WS-IS-CAND-GEN AND NOT WS-IS-BATCH-MISMATCH
               CALL 'cand-gen'
           END-IF.
      *> Req 033: a DRYRUN parm-card stops the pipeline here -- every
      *> load/validation paragraph and the audit report below still
      *> run, but the averaging/ranking/reporting calls that would
      *> F-OUTPUT -- it used to run right after the read loop, which
      *> closed F-OUTPUT before a single record had been written to it.
           IF NOT WS-IS-DRYRUN AND NOT WS-IS-BATCH-MISMATCH
               MOVE 'PRE-CALC' TO WS-PHT-PHASE
               CALL 'phase-time'
      *> List every expected component that never arrived before
      *> calc-avg treats a component-built grade as complete.
               IF NOT WS-IS-PROGRESS
      *> Sanctioned moderation of a course's marks, applied under a
      *> MODAUTH supervisor card before the official averages run.
               CALL 'moderate-grades'
      *> Marks that look like keying errors, listed for a phone call
      *> to the teacher while nothing has been averaged or sealed.
               CALL 'suspect-grade'
               MOVE 'CALC-AVG' TO WS-PHT-PHASE
               CALL 'phase-time'
               CALL 'calc-avg'
      *> Deliberation worksheet for the conseil de classe: averages
      *> and decisions are final here, nothing has been printed or
      *> extracted yet -- exactly the window the council works in.
               IF NOT WS-IS-PROGRESS
                   MOVE 'COUNCIL' TO WS-PHT-PHASE
                   CALL 'phase-time'
                   CALL 'council-worksheet'
               END-IF
      *> A PROGRESS run works on partial mid-term grades: averages
      *> the SIS or appending history.dat from half a term would
      *> poison both.
               IF WS-IS-PROGRESS
                   MOVE 'AT-RISK' TO WS-PHT-PHASE
                   CALL 'phase-time'
                   CALL 'at-risk'
      *> Book the families of the students at risk with the
      *> teachers of the courses they are failing, when a meeting
      *> evening is configured.
                   CALL 'meet-sched'
               ELSE
                   MOVE 'EXTRACTS' TO WS-PHT-PHASE
                   CALL 'phase-time'
                   CALL 'sis-extract'
      *> Pair each result with the guardian contact for the mail
      *> room, and count who has nobody on file for the audit
      *> Record which courses were passed this term, for next term's
      *> prerequisite checks.
                   CALL 'course-pass'
      *> Every class row itself -- mark, status code, origin,
      *> coefficient -- into the per-course results store, so the
      *> detail outlives the snapshot the next run overwrites.
                   CALL 'course-results'
                   MOVE 'RANK' TO WS-PHT-PHASE
                   CALL 'phase-time'
                   CALL 'rank-students'
                   MOVE 'WRITE-OUTPUT' TO WS-PHT-PHASE
                   CALL 'phase-time'
                   CALL 'write-output'
                   MOVE 'BURST' TO WS-PHT-PHASE
                   CALL 'phase-time'
      *> Split the report per section and per teacher, each behind
      *> a banner page, with the distribution list for the office.
                   CALL 'burst-report'
                   MOVE 'REPORTS' TO WS-PHT-PHASE
                   CALL 'phase-time'
      *> Per-course, per-section comparability for the pedagogical
      *> council, off the same posted tables as the report.
                   CALL 'section-compare'
      *> Waitlist positions and wait ages, so the office can answer
      *> the parents' calls about over-capacity courses.
                   CALL 'waitlist-report'
      *> Exam timetable conflicts, caught before the chart goes on
      *> the wall instead of on exam morning.
                   CALL 'exam-schedule'
      *> Door lists per exam room and the invigilation roster, off
      *> the room master and the teacher master.
                   CALL 'exam-seating'
      *> Spreadsheet-ready CSV companions to the printed report,
      *> produced in the same run off the same ranked tables.
                   CALL 'csv-export'
      *> Workload summary off the validated teacher dimension --
      *> courses taught, enrollment carried, course averages.
                   CALL 'teacher-workload'
                   MOVE 'TRANSCRIPT' TO WS-PHT-PHASE
                   CALL 'phase-time'
      *> One print-ready page per student for parents/registrar --
      *> runs after write-output so ranks, mentions and this term's
      *> history row are final.
                   CALL 'transcript'
      *> The same pages on a receiving country's scale, for the
      *> students applying abroad, when a FOREIGN card names one.
                   IF WS-IS-FOREIGN
                       CALL 'foreign-transcript'
                   END-IF
                   MOVE 'LETTERS' TO WS-PHT-PHASE
                   CALL 'phase-time'
      *> Congratulation / academic-probation letters, straight off
      *> the final averages and ranks instead of the secretariat
      *> re-typing them.
                   CALL 'letters'
      *> Results for the parent portal, embargoed until the release
      *> time on the term calendar; an amended term replaces what
      *> the portal already holds.
                   CALL 'portal-feed'
      *> Parent-teacher meeting evening for the students failing or
      *> on probation, when one is configured.
                   CALL 'meet-sched'
      *> Every transcript, letter and notification withheld above
      *> for an administrative hold, with the holds behind it.
                   MOVE 'W' TO WS-HLD-ACTION
                   CALL 'hold-check'
      *> The mail room's packing list: households, envelopes and
      *> the pieces in each, for the letters and notices above.
                   CALL 'mail-manifest'
               END-IF
           END-IF.

           MOVE 'CLOSE' TO WS-PHT-PHASE.
           CALL 'phase-time'.
           CALL 'close-files'.

           MOVE 'CHECKPOINT' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Req 023: keep restart.dat current on every posted run, not
      *> only on a test-status fatal error, so lookup.cbl always has a
      *> fresh point-in-time snapshot of this run's tables to search.
                  THRU 0070-CLEAR-INFLIGHT-END
           END-IF.

           MOVE 'MANIFEST' TO WS-PHT-PHASE.
           CALL 'phase-time'.
      *> Every deliverable is closed by now: list each with its
      *> record count and control hash so the receiving offices can
      *> check their copies (manifest-verify.cbl).
           IF NOT WS-IS-BATCH-MISMATCH AND NOT WS-IS-DRYRUN
               CALL 'run-manifest'
           END-IF.

           MOVE 'WRAP-UP' TO WS-PHT-PHASE.
           CALL 'phase-time'.
           PERFORM 0020-AUDIT-REPORT-START THRU 0020-AUDIT-REPORT-END.

      *> Record this run (term, totals, outcome) in the run-control
      *> 12 refused/blocked (test-status.cbl sets its own 12 on a
      *> fatal file error) -- so a run with 200 rejects no longer
      *> looks identical to a clean one and downstream consumers of
      *> the SIS feed can be held automatically. GOBACK rather than
      *> STOP RUN: run on its own promo still ends the run, and
      *> CALLed as the first step of term-chain.cbl it hands the
      *> condition code back to the chain instead of ending it.
       0010-STOP-PRG.
           MOVE '*END*' TO WS-PHT-PHASE.
           CALL 'phase-time'.
           IF WS-LOCK-HELD = 'Y'
               MOVE 'R'        TO WS-LOCK-ACTION
               MOVE 'HISTORY'  TO WS-LOCK-NAME
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> RESTART repositioning: the first WS-RESTART-SKIP records
      *> were already applied before the crash and their effect came
           CALL 'write-output'.
           CLOSE F-OUTPUT.
           DISPLAY 'REPRINT COMPLETE:' SPACE WS-FILE-OUTPUT-NAME.
           PERFORM 0045-RELEASE-HELD-START
              THRU 0045-RELEASE-HELD-END.
       0040-REPRINT-END.
           EXIT.

      *> Withheld documents released: the students the held-documents
      *> report lists whose holds are all clear now get the
      *> transcript, letter and notification rows the posting kept
      *> back -- nobody else's is issued again, so no other serial
      *> moves -- and hold-check stamps their report lines released
      *> so the next reprint leaves them be. The producers write
      *> their usual files, holding the released documents alone.
       0045-RELEASE-HELD-START.
           MOVE 'L' TO WS-HLD-ACTION.
           CALL 'hold-check'.
           IF WS-HLD-NB-RELEASE = 0
               GO TO 0045-RELEASE-HELD-END
           END-IF.
           DISPLAY 'RELEASING WITHHELD DOCUMENTS FOR' SPACE
                   WS-HLD-NB-RELEASE SPACE 'STUDENT(S)'.
           CALL 'transcript'.
           IF WS-IS-FOREIGN
               CALL 'foreign-transcript'
           END-IF.
           CALL 'letters'.
           CALL 'notify-extract'.
           CALL 'mail-manifest'.
           MOVE 'M' TO WS-HLD-ACTION.
           CALL 'hold-check'.
       0045-RELEASE-HELD-END.
           EXIT.

      *> Verify the '99' trailer's envelope against what the read
      *> loop actually saw. Mismatch means the transfer lost or
      *> mangled records -- the run's numbers cannot be trusted, so
       0030-VERIFY-TRAILER-END.
           EXIT.

      *> A hand-keyed extract posts only on a CERTIFIED key-verify
      *> certificate that describes the file actually read: the same
      *> record count and the same '99' trailer hash (zero on both
      *> sides for an envelope-less file). Anything else -- no
      *> certificate, a REFUSED one, or one left over from another
      *> extract -- refuses the run exactly like a broken envelope.
       0035-CHECK-KEYCERT-START.
           MOVE '00' TO F-KEYCERT-STATUS.
           OPEN INPUT F-KEYCERT.
           IF NOT F-KEYCERT-STATUS-OK
               DISPLAY 'EXTRACT NOT KEY-VERIFIED -- NO CERTIFICATE'
                       SPACE WS-FILE-KEYCERT-NAME
               MOVE 'Y' TO WS-BATCH-MISMATCH
               MOVE '00' TO F-KEYCERT-STATUS
               GO TO 0035-CHECK-KEYCERT-END
           END-IF.
           READ F-KEYCERT
               AT END
                   MOVE SPACES TO REC-F-KEYCERT
           END-READ.
           CLOSE F-KEYCERT.
           MOVE '00' TO F-KEYCERT-STATUS.
           IF R-KYC-VERDICT NOT = 'CERTIFIED'
               DISPLAY 'EXTRACT NOT KEY-VERIFIED -- CERTIFICATE'
                       SPACE 'READS' SPACE R-KYC-VERDICT
               MOVE 'Y' TO WS-BATCH-MISMATCH
               GO TO 0035-CHECK-KEYCERT-END
           END-IF.
           IF R-KYC-COUNT NOT = WS-NB-READ OR
              R-KYC-HASH NOT = WS-TRL-EXP-HASH
               DISPLAY 'KEY-VERIFY CERTIFICATE OF' SPACE R-KYC-DATE
                       SPACE 'DOES NOT DESCRIBE THIS EXTRACT ('
                       R-KYC-COUNT SPACE 'RECORDS CERTIFIED,'
                       SPACE WS-NB-READ SPACE 'READ)'
               MOVE 'Y' TO WS-BATCH-MISMATCH
           END-IF.
       0035-CHECK-KEYCERT-END.
           EXIT.

      *> End-of-job control-totals and audit report (req 016) -- the
      *> DISPLAY summary req 005 first added, formalized into a bordered
      *> block covering every load bucket plus the read/accept/reject
