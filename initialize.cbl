           INITIALIZE WS-NB-STUDENTS.
           INITIALIZE WS-NB-COURSES.
           INITIALIZE WS-NB-RECORDS.
           MOVE 'Y' TO WS-CIX-STATE.
           INITIALIZE WS-NB-GUARDIANS.
           MOVE 'N' TO WS-HSH-BUILT.
           INITIALIZE WS-NB-HSH.
           INITIALIZE WS-NB-XREF.
           INITIALIZE WS-ID1.
           INITIALIZE WS-ID2.
           MOVE '00' TO F-XREFTX-STATUS.
           MOVE 'passed.dat' TO WS-FILE-PASSED-NAME.
           MOVE '00' TO F-PASSED-STATUS.
           MOVE 'equiv.dat' TO WS-FILE-EQUIV-NAME.
           MOVE '00' TO F-EQUIV-STATUS.
           MOVE 'bursar.dat' TO WS-FILE-BURSAR-NAME.
           MOVE '00' TO F-BURSAR-STATUS.
           MOVE 10 TO WS-AID-MIN-AVG.
           MOVE 0 TO WS-TERM-START.
           MOVE 0 TO WS-TERM-END.
           MOVE 0 TO WS-CONDUCT-LIMIT.
           MOVE 0 TO WS-PLACE-MIN-HOURS.
           INITIALIZE WS-NB-PLC.
           INITIALIZE WS-NB-WAITS.
           INITIALIZE WS-NB-CPT.
           INITIALIZE WS-NB-ACM.
           MOVE 0 TO WS-NB-WAITLISTED.
           MOVE 0 TO WS-WLP-COURSE.
           MOVE 'waitlist.dat' TO WS-FILE-WAITLIST-NAME.
           MOVE '00' TO F-WAITLIST-STATUS.
           MOVE 'examconf.dat' TO WS-FILE-EXAMCONF-NAME.
           MOVE '00' TO F-EXAMCONF-STATUS.
           MOVE 'examacc.dat' TO WS-FILE-EXAMACC-NAME.
           MOVE '00' TO F-EXAMACC-STATUS.
           MOVE 'roomast.dat' TO WS-FILE-ROOMAST-NAME.
           MOVE '00' TO F-ROOMAST-STATUS.
           MOVE 'seatplan.dat' TO WS-FILE-SEATPLAN-NAME.
           MOVE '00' TO F-SEATPLAN-STATUS.
           MOVE 'invigil.dat' TO WS-FILE-INVIGIL-NAME.
           MOVE '00' TO F-INVIGIL-STATUS.
           MOVE 'N' TO WS-SEAT-PLANNED.
           MOVE 'candkey.dat' TO WS-FILE-CANDKEY-NAME.
           MOVE '00' TO F-CANDKEY-STATUS.
           MOVE 'candlist.dat' TO WS-FILE-CANDLIST-NAME.
           MOVE '00' TO F-CANDLIST-STATUS.
           MOVE 'N' TO WS-CAND-GEN.
           MOVE 'F' TO WS-CDK-ACTION.
           MOVE 'holds.dat' TO WS-FILE-HOLDS-NAME.
           MOVE '00' TO F-HOLDS-STATUS.
           MOVE 'heldrpt.dat' TO WS-FILE-HELDRPT-NAME.
           MOVE '00' TO F-HELDRPT-STATUS.
           MOVE 'C' TO WS-HLD-ACTION.
           MOVE 'N' TO WS-HOLD-REPORTED.
           MOVE 'mailmft.dat' TO WS-FILE-MAILMFT-NAME.
           MOVE '00' TO F-MAILMFT-STATUS.
           MOVE 'trnreg.dat' TO WS-FILE-TRNREG-NAME.
           MOVE '00' TO F-TRNREG2-STATUS.
           MOVE 'histix.dat' TO WS-FILE-HISTIX-NAME.
           MOVE '00' TO F-HISTIX-STATUS.
           MOVE 'crsres.dat' TO WS-FILE-CRSRES-NAME.
           MOVE '00' TO F-CRSRES-STATUS.
           MOVE 'portal.dat' TO WS-FILE-PORTAL-NAME.
           MOVE '00' TO F-PORTAL-STATUS.
           MOVE 'portreg.dat' TO WS-FILE-PORTREG-NAME.
           MOVE '00' TO F-PORTREG-STATUS.
           MOVE 'N' TO WS-PORTAL-BUILT.
           MOVE 0 TO WS-RELEASE-DATE.
           MOVE 0 TO WS-RELEASE-TIME.
           MOVE 'meetsched.dat' TO WS-FILE-MEETSCHED-NAME.
           MOVE '00' TO F-MEETSCHED-STATUS.
           MOVE 'meetinv.dat' TO WS-FILE-MEETINV-NAME.
           MOVE '00' TO F-MEETINV-STATUS.
           MOVE 'N' TO WS-MEET-BUILT.
           MOVE 0 TO WS-MEET-DATE.
           MOVE 1700 TO WS-MEET-FROM.
           MOVE 2000 TO WS-MEET-TO.
           MOVE 10 TO WS-MEET-SLOT.
           MOVE 'sectcmp.dat' TO WS-FILE-SECTCMP-NAME.
           MOVE '00' TO F-SECTCMP-STATUS.
           MOVE 2 TO WS-SECT-DISTANCE.
           MOVE 20 TO WS-SECT-RATE-GAP.
           MOVE 'suspect.dat' TO WS-FILE-SUSPECT-NAME.
           MOVE '00' TO F-SUSPECT-STATUS.
           MOVE 8 TO WS-SUSP-STU-GAP.
           MOVE 8 TO WS-SUSP-CRS-GAP.
           MOVE 8 TO WS-SUSP-HIST-GAP.
           MOVE 'keycert.dat' TO WS-FILE-KEYCERT-NAME.
           MOVE '00' TO F-KEYCERT-STATUS.
           MOVE 'pending.dat' TO WS-FILE-PENDING-NAME.
           MOVE '00' TO F-PENDING-STATUS.
           MOVE 'pendlist.dat' TO WS-FILE-PENDLIST-NAME.
           MOVE '00' TO F-PENDLIST-STATUS.
           MOVE 0 TO WS-NB-PENDED.
           MOVE 0 TO WS-CKPT-FREQ.
           MOVE 'N' TO WS-RESTART-RUN.
           MOVE 0 TO WS-RESTART-SKIP.
           MOVE 'inflight.ctl' TO WS-FILE-INFLCTL-NAME.
           MOVE '00' TO F-INFLCTL-STATUS.
           MOVE 'N' TO WS-CSV-INPUT.
           MOVE 'N' TO WS-GB-MERGE.
           MOVE 'gbsources.dat' TO WS-FILE-GBLIST-NAME.
           MOVE '00' TO F-GBLIST-STATUS.
           MOVE SPACES TO WS-FILE-GBSRC-NAME.
           MOVE '00' TO F-GBSRC-STATUS.
           MOVE '00' TO F-GBOUT-STATUS.
           MOVE 'gbmerge.dat' TO WS-FILE-GBMRPT-NAME.
           MOVE '00' TO F-GBMRPT-STATUS.
           MOVE SPACES TO WS-FOREIGN-SCHEME.
           MOVE 'fortrans.dat' TO WS-FILE-FORTRN-NAME.
           MOVE '00' TO F-FORTRN-STATUS.
           MOVE 'convout.dat' TO WS-FILE-CONVOUT-NAME.
           MOVE '00' TO F-CONVOUT-STATUS.
           MOVE 'N' TO WS-KEYVER-REQUIRED.
           INITIALIZE WS-NB-TEAMAST.
           MOVE 'teamast.dat' TO WS-FILE-TEAMAST-NAME.
           MOVE '00' TO F-TEAMAST-STATUS.
           MOVE '00' TO F-TEACHTX-STATUS.
           MOVE 'teachwork.dat' TO WS-FILE-TEAWORK-NAME.
           MOVE '00' TO F-TEAWORK-STATUS.
           MOVE 'subst.dat' TO WS-FILE-SUBST-NAME.
           MOVE '00' TO F-SUBST-STATUS.
           MOVE 'termcal.dat' TO WS-FILE-TERMCAL-NAME.
           MOVE '00' TO F-TERMCAL-STATUS.
           MOVE 0 TO WS-POST-DEADLINE.
           MOVE '00' TO F-MODERATE-STATUS.
           MOVE SPACES TO WS-MOD-AUTH.
           MOVE 0 TO WS-SLOT-CAPACITY.
           MOVE 120 TO WS-EXAM-MINUTES.
           MOVE 150 TO WS-SLOT-GAP.
           MOVE 40 TO WS-INVIG-SEATS.
           MOVE '00' TO F-OPERAUTH-STATUS.
           MOVE SPACES TO WS-AUTH-PRIV.
           MOVE SPACES TO WS-AUTH-JOB.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE 'N' TO WS-AUTH-REFUSAL.
           MOVE 'N' TO WS-MENU-USE.
           MOVE 'Y' TO WS-BURST-MODE.
           MOVE 'burst-' TO WS-BURST-PREFIX.
           MOVE 0 TO WS-NB-BURST.
           MOVE 'burstwk.dat' TO WS-FILE-BURSTWK-NAME.
           MOVE '00' TO F-BURSTWK-STATUS.
           MOVE SPACES TO WS-FILE-BURST-NAME.
           MOVE '00' TO F-BURST-STATUS.
           MOVE 'distlist.dat' TO WS-FILE-DISTLIST-NAME.
           MOVE '00' TO F-DISTLIST-STATUS.
           MOVE 'manifest.dat' TO WS-FILE-MANIFEST-NAME.
           MOVE '00' TO F-MANIFEST-STATUS.
           MOVE SPACES TO WS-FILE-HASHIN-NAME.
           MOVE '00' TO F-HASHIN-STATUS.
           MOVE 'timing.dat' TO WS-FILE-TIMING-NAME.
           MOVE '00' TO F-TIMING-STATUS.
           MOVE 240 TO WS-BATCH-WINDOW.
           MOVE 'F' TO WS-TKC-ACTION.
           MOVE 'S' TO WS-RANK-BY.

           PERFORM 1010-READ-PARM-CARDS-START
              THRU 1010-READ-PARM-CARDS-END.
           PERFORM 1060-SET-LANGUAGE-START
              THRU 1060-SET-LANGUAGE-END.

      *> Supervisor cards are a control, not a convention: FORCE,
      *> OVERRIDE, MODAUTH, RESTART and RECYCLE each need the
      *> OPERATOR card's ID to hold that privilege in the operator
      *> authorization table. The first one it does not hold refuses
      *> the run the way the duplicate-term guard does (promo.cbl
      *> journals it, outcome UNAUTH) before anything else is
      *> resolved or consumed.
           PERFORM 1080-CHECK-AUTHORITY-START
              THRU 1080-CHECK-AUTHORITY-END.
           IF WS-IS-AUTH-REFUSED
               GO TO 1000-INITIALIZE-END
           END-IF.

      *> Generation-numbered outputs: resolved here, after the card
      *> deck, so the suffix lands on whatever names the override
      *> cards settled on. Never in REPRINT mode -- a reprint posts
                   MOVE PARM-VALUE TO WS-FILE-XREF-NAME
               WHEN 'PASSED'
                   MOVE PARM-VALUE TO WS-FILE-PASSED-NAME
               WHEN 'EQUIV'
                   MOVE PARM-VALUE TO WS-FILE-EQUIV-NAME
               WHEN 'BURSAR'
                   MOVE PARM-VALUE TO WS-FILE-BURSAR-NAME
               WHEN 'AIDAVG'
                   END-IF
               WHEN 'CONDUCTMAX'
                   MOVE PARM-VALUE-NUM TO WS-CONDUCT-LIMIT
               WHEN 'PLACEHOURS'
                   IF PARM-VALUE-NUM IS NUMERIC AND
                      PARM-VALUE-NUM < 1000
                       MOVE PARM-VALUE-NUM TO WS-PLACE-MIN-HOURS
                   END-IF
               WHEN 'WAITLIST'
                   MOVE PARM-VALUE TO WS-FILE-WAITLIST-NAME
               WHEN 'EXAMCONF'
                   MOVE PARM-VALUE TO WS-FILE-EXAMCONF-NAME
               WHEN 'SLOTCAP'
                   MOVE PARM-VALUE-NUM TO WS-SLOT-CAPACITY
               WHEN 'EXAMACC'
                   MOVE PARM-VALUE TO WS-FILE-EXAMACC-NAME
               WHEN 'EXAMMINS'
                   IF PARM-VALUE-NUM > 0
                       MOVE PARM-VALUE-NUM TO WS-EXAM-MINUTES
                   END-IF
               WHEN 'SLOTGAP'
                   IF PARM-VALUE-NUM > 0
                       MOVE PARM-VALUE-NUM TO WS-SLOT-GAP
                   END-IF
               WHEN 'ROOMAST'
                   MOVE PARM-VALUE TO WS-FILE-ROOMAST-NAME
               WHEN 'SEATPLAN'
                   MOVE PARM-VALUE TO WS-FILE-SEATPLAN-NAME
               WHEN 'INVIGIL'
                   MOVE PARM-VALUE TO WS-FILE-INVIGIL-NAME
               WHEN 'CANDGEN'
                   IF PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CAND-GEN
                   END-IF
               WHEN 'CANDKEY'
                   MOVE PARM-VALUE TO WS-FILE-CANDKEY-NAME
               WHEN 'CANDLIST'
                   MOVE PARM-VALUE TO WS-FILE-CANDLIST-NAME
               WHEN 'HOLDS'
                   MOVE PARM-VALUE TO WS-FILE-HOLDS-NAME
               WHEN 'HELDRPT'
                   MOVE PARM-VALUE TO WS-FILE-HELDRPT-NAME
               WHEN 'MAILMFT'
                   MOVE PARM-VALUE TO WS-FILE-MAILMFT-NAME
               WHEN 'INVIGSEATS'
                   IF PARM-VALUE-NUM > 0
                       MOVE PARM-VALUE-NUM TO WS-INVIG-SEATS
                   END-IF
               WHEN 'TRNREG'
                   MOVE PARM-VALUE TO WS-FILE-TRNREG-NAME
               WHEN 'MODFILE'
                   MOVE PARM-VALUE(1:8) TO WS-MOD-AUTH
               WHEN 'HISTIX'
                   MOVE PARM-VALUE TO WS-FILE-HISTIX-NAME
               WHEN 'CRSRES'
                   MOVE PARM-VALUE TO WS-FILE-CRSRES-NAME
               WHEN 'PORTAL'
                   MOVE PARM-VALUE TO WS-FILE-PORTAL-NAME
               WHEN 'PORTREG'
                   MOVE PARM-VALUE TO WS-FILE-PORTREG-NAME
               WHEN 'MEETSCHED'
                   MOVE PARM-VALUE TO WS-FILE-MEETSCHED-NAME
               WHEN 'MEETINV'
                   MOVE PARM-VALUE TO WS-FILE-MEETINV-NAME
               WHEN 'MEETDATE'
                   IF PARM-VALUE(1:8) IS NUMERIC
                       MOVE PARM-VALUE(1:8) TO WS-MEET-DATE
                   END-IF
               WHEN 'MEETFROM'
                   IF PARM-VALUE-NUM IS NUMERIC
                       MOVE PARM-VALUE-NUM TO WS-MEET-FROM
                   END-IF
               WHEN 'MEETTO'
                   IF PARM-VALUE-NUM IS NUMERIC
                       MOVE PARM-VALUE-NUM TO WS-MEET-TO
                   END-IF
               WHEN 'MEETSLOT'
                   IF PARM-VALUE-NUM IS NUMERIC AND
                      PARM-VALUE-NUM > 0 AND PARM-VALUE-NUM < 100
                       MOVE PARM-VALUE-NUM TO WS-MEET-SLOT
                   END-IF
               WHEN 'SECTCMP'
                   MOVE PARM-VALUE TO WS-FILE-SECTCMP-NAME
               WHEN 'SECTDIST'
                   COMPUTE WS-SECT-DISTANCE = PARM-VALUE-NUM / 100
               WHEN 'SECTRATE'
                   MOVE PARM-VALUE-NUM TO WS-SECT-RATE-GAP
               WHEN 'SUSPECT'
                   MOVE PARM-VALUE TO WS-FILE-SUSPECT-NAME
               WHEN 'SUSPSTU'
                   COMPUTE WS-SUSP-STU-GAP = PARM-VALUE-NUM / 100
               WHEN 'SUSPCRS'
                   COMPUTE WS-SUSP-CRS-GAP = PARM-VALUE-NUM / 100
               WHEN 'SUSPHIST'
                   COMPUTE WS-SUSP-HIST-GAP = PARM-VALUE-NUM / 100
               WHEN 'KEYVERIFY'
                   IF PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-KEYVER-REQUIRED
                   END-IF
               WHEN 'KEYCERT'
                   MOVE PARM-VALUE TO WS-FILE-KEYCERT-NAME
               WHEN 'PENDING'
                   MOVE PARM-VALUE TO WS-FILE-PENDING-NAME
               WHEN 'PENDLIST'
                   MOVE PARM-VALUE TO WS-FILE-PENDLIST-NAME
               WHEN 'CKPTFREQ'
                   MOVE PARM-VALUE-NUM TO WS-CKPT-FREQ
               WHEN 'RESTART'
                   IF PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CSV-INPUT
                   END-IF
               WHEN 'GBMERGE'
                   IF PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-GB-MERGE
                   END-IF
               WHEN 'GBLIST'
                   MOVE PARM-VALUE TO WS-FILE-GBLIST-NAME
               WHEN 'GBMRPT'
                   MOVE PARM-VALUE TO WS-FILE-GBMRPT-NAME
               WHEN 'FOREIGN'
                   MOVE PARM-VALUE(1:4) TO WS-FOREIGN-SCHEME
                   IF NOT WS-IS-FOREIGN
                       DISPLAY 'FOREIGN SCHEME NOT US4 OR ECTS --'
                               SPACE 'NO FOREIGN-FORMAT TRANSCRIPT'
                       MOVE SPACES TO WS-FOREIGN-SCHEME
                   END-IF
               WHEN 'FORTRANS'
                   MOVE PARM-VALUE TO WS-FILE-FORTRN-NAME
               WHEN 'CONVOUT'
                   MOVE PARM-VALUE TO WS-FILE-CONVOUT-NAME
               WHEN 'TEAMAST'
                   MOVE PARM-VALUE TO WS-FILE-TEAMAST-NAME
               WHEN 'TEAWORK'
                   MOVE PARM-VALUE TO WS-FILE-TEAWORK-NAME
               WHEN 'SUBST'
                   MOVE PARM-VALUE TO WS-FILE-SUBST-NAME
               WHEN 'ABSCEIL'
                   MOVE PARM-VALUE-NUM TO WS-ABSENCE-CEILING
               WHEN 'TRANSCRIPT'
                   MOVE PARM-VALUE-NUM TO WS-LINES-PER-PAGE
               WHEN 'PASSMARK'
                   COMPUTE WS-PASS-MARK = PARM-VALUE-NUM / 100
               WHEN 'BURST'
                   IF PARM-VALUE(1:1) = 'N'
                       MOVE 'N' TO WS-BURST-MODE
                   END-IF
               WHEN 'BURSTPFX'
                   MOVE PARM-VALUE TO WS-BURST-PREFIX
               WHEN 'BURSTWK'
                   MOVE PARM-VALUE TO WS-FILE-BURSTWK-NAME
               WHEN 'DISTLIST'
                   MOVE PARM-VALUE TO WS-FILE-DISTLIST-NAME
               WHEN 'MANIFEST'
                   MOVE PARM-VALUE TO WS-FILE-MANIFEST-NAME
               WHEN 'TIMING'
                   MOVE PARM-VALUE TO WS-FILE-TIMING-NAME
               WHEN 'BATCHWIN'
                   MOVE PARM-VALUE-NUM TO WS-BATCH-WINDOW
               WHEN 'RANKBY'
                   IF PARM-VALUE(1:5) = 'TRACK'
                       MOVE 'T' TO WS-RANK-BY
                   END-IF
           END-EVALUATE.
       1020-APPLY-PARM-CARD-END.
           EXIT.
               MOVE 'TEACHER PERFORMANCE SUMMARY'
                   TO WS-MSG-TEACHER-SUM
               MOVE 'SECTION MERIT LISTS'   TO WS-MSG-SECTION-LISTS
               MOVE 'TRACK MERIT LISTS'     TO WS-MSG-TRACK-LISTS
               MOVE 'COMPETENCY PROFILE'    TO WS-MSG-CPT-TITLE
               MOVE 'COMPETENCY SUMMARY -- CLASS'
                   TO WS-MSG-CPT-SUMMARY
               MOVE 'INSUFFICIENT'          TO WS-MSG-CPT-LEVEL(1)
               MOVE 'FRAGILE'               TO WS-MSG-CPT-LEVEL(2)
               MOVE 'SATISFACTORY'          TO WS-MSG-CPT-LEVEL(3)
               MOVE 'VERY GOOD'             TO WS-MSG-CPT-LEVEL(4)
               MOVE 'PENDING APPEALS'       TO WS-MSG-PENDING
               MOVE '  NONE'                TO WS-MSG-NONE
               MOVE 'WITHDRAWN'             TO WS-MSG-WITHDRAWN
               MOVE '   MENTION: '          TO WS-MSG-TRN-MEN-LBL
               MOVE '   RANK: '             TO WS-MSG-TRN-RANK-LBL
               MOVE ' OF '                  TO WS-MSG-TRN-OF
               MOVE 'EQUIVALENCE: '         TO WS-MSG-TRN-EQUIV
               MOVE ' FROM '                TO WS-MSG-TRN-EQV-FROM
               MOVE 'COURSE: '              TO WS-MSG-DIST-COURSE
               MOVE 'STD DEV: '             TO WS-MSG-DIST-SDEV
               MOVE 'MEDIAN: '              TO WS-MSG-DIST-MEDIAN
               MOVE 'GRADED: '              TO WS-MSG-DIST-GRADED
               MOVE '    NO GRADED MARKS'   TO WS-MSG-DIST-NONE
               MOVE 'SECTION: '             TO WS-MSG-SECTION-LBL
               MOVE 'TRACK: '               TO WS-MSG-TRACK-LBL
               MOVE 'AVERAGE: '             TO WS-MSG-ATR-AVG-LBL
               MOVE 'PASS MARK: '           TO WS-MSG-ATR-MARK-LBL
               MOVE 'STUDENTS AT RISK : '   TO WS-MSG-ATR-COUNT
               MOVE 'MISSING: '             TO WS-MSG-MSW-MISSING
               MOVE 'MISSING COMPONENTS : ' TO WS-MSG-MSW-COUNT
               MOVE ' TRANSFER'             TO WS-MSG-ORG-TRANSFER
               MOVE ' OPTION'               TO WS-MSG-OPTION
               MOVE ' PLACEMENT'            TO WS-MSG-ORG-PLACEMENT
               MOVE 'PLACEMENT: '           TO WS-MSG-PLC-LBL
               MOVE ' HOURS : '             TO WS-MSG-PLC-HOURS
               MOVE ' TUTOR : '             TO WS-MSG-PLC-TUTOR
               MOVE ' HOURS SHORT'          TO WS-MSG-PLC-SHORT
               MOVE 'FOREIGN-FORMAT TRANSCRIPT'
                   TO WS-MSG-FTR-TITLE
               MOVE 'CONVERSION BASIS: '    TO WS-MSG-FTR-BASIS
               MOVE '20-POINT MARK TO '     TO WS-MSG-FTR-SCALE
               MOVE ' TABLE: '              TO WS-MSG-FTR-TABLE
               MOVE 'STANDARD BANDS'        TO WS-MSG-FTR-BUILTIN
               MOVE 'MID-TERM AT-RISK LIST -- '
                   TO WS-MSG-ATR-TITLE
               MOVE 'NEEDED: '              TO WS-MSG-ATR-NEED-LBL
               MOVE 'SECURED'               TO WS-MSG-ATR-SECURED
               MOVE 'OUT OF REACH'          TO WS-MSG-ATR-NO-REACH
               MOVE 'NO WORK LEFT'          TO WS-MSG-ATR-NO-WORK
               MOVE 'OVERALL'               TO WS-MSG-ATR-OVERALL
               MOVE 'OUT OF REACH ON REMAINING WORK'
                   TO WS-MSG-ATR-LOST-TITLE
               MOVE 'OUT OF REACH     : '   TO WS-MSG-ATR-LOST-COUNT
               MOVE 'END OF JOB AUDIT REPORT'
                   TO WS-MSG-AUD-TITLE
               MOVE 'RECORDS READ      :' TO WS-MSG-AUD-READ
               MOVE 'SYNTHESE PAR ENSEIGNANT'
                   TO WS-MSG-TEACHER-SUM
               MOVE 'PALMARES PAR SECTION'  TO WS-MSG-SECTION-LISTS
               MOVE 'PALMARES PAR FILIERE'  TO WS-MSG-TRACK-LISTS
               MOVE 'BILAN DES COMPETENCES' TO WS-MSG-CPT-TITLE
               MOVE 'COMPETENCES -- BILAN DE CLASSE'
                   TO WS-MSG-CPT-SUMMARY
               MOVE 'INSUFFISANTE'          TO WS-MSG-CPT-LEVEL(1)
               MOVE 'FRAGILE'               TO WS-MSG-CPT-LEVEL(2)
               MOVE 'SATISFAISANTE'         TO WS-MSG-CPT-LEVEL(3)
               MOVE 'TRES BONNE'            TO WS-MSG-CPT-LEVEL(4)
               MOVE 'RECOURS EN ATTENTE'    TO WS-MSG-PENDING
               MOVE '  AUCUN'               TO WS-MSG-NONE
               MOVE 'RETIRES'               TO WS-MSG-WITHDRAWN
               MOVE '   MENTION: '          TO WS-MSG-TRN-MEN-LBL
               MOVE '   RANG: '             TO WS-MSG-TRN-RANK-LBL
               MOVE ' SUR '                 TO WS-MSG-TRN-OF
               MOVE 'EQUIVALENCE : '        TO WS-MSG-TRN-EQUIV
               MOVE ' DEPUIS '              TO WS-MSG-TRN-EQV-FROM
               MOVE 'MATIERE: '             TO WS-MSG-DIST-COURSE
               MOVE 'ECART-T: '             TO WS-MSG-DIST-SDEV
               MOVE 'MEDIANE: '             TO WS-MSG-DIST-MEDIAN
               MOVE 'NOTES : '              TO WS-MSG-DIST-GRADED
               MOVE '    AUCUNE NOTE'       TO WS-MSG-DIST-NONE
               MOVE 'SECTION: '             TO WS-MSG-SECTION-LBL
               MOVE 'FILIERE: '             TO WS-MSG-TRACK-LBL
               MOVE 'MOYENNE: '             TO WS-MSG-ATR-AVG-LBL
               MOVE 'SEUIL: '               TO WS-MSG-ATR-MARK-LBL
               MOVE 'ELEVES EN RISQUE : '   TO WS-MSG-ATR-COUNT
               MOVE 'COMPOSANTES MANQUANTES : '
                   TO WS-MSG-MSW-COUNT
               MOVE ' TRANSFERT'            TO WS-MSG-ORG-TRANSFER
               MOVE ' OPTION'               TO WS-MSG-OPTION
               MOVE ' STAGE'                TO WS-MSG-ORG-PLACEMENT
               MOVE 'STAGE    : '           TO WS-MSG-PLC-LBL
               MOVE ' HEURES: '             TO WS-MSG-PLC-HOURS
               MOVE ' TUTEUR: '             TO WS-MSG-PLC-TUTOR
               MOVE ' INSUFFISANT'          TO WS-MSG-PLC-SHORT
               MOVE 'RELEVE DE NOTES -- ETRANGER'
                   TO WS-MSG-FTR-TITLE
               MOVE 'BASE DE CONVERSION: '  TO WS-MSG-FTR-BASIS
               MOVE 'NOTE SUR 20 VERS '     TO WS-MSG-FTR-SCALE
               MOVE ' TABLE: '              TO WS-MSG-FTR-TABLE
               MOVE 'BAREME STANDARD'       TO WS-MSG-FTR-BUILTIN
               MOVE 'ELEVES EN DIFFICULTE -- '
                   TO WS-MSG-ATR-TITLE
               MOVE 'REQUIS: '              TO WS-MSG-ATR-NEED-LBL
               MOVE 'ACQUIS'                TO WS-MSG-ATR-SECURED
               MOVE 'HORS D''ATTEINTE'      TO WS-MSG-ATR-NO-REACH
               MOVE 'RIEN A RENDRE'         TO WS-MSG-ATR-NO-WORK
               MOVE 'ENSEMBLE'              TO WS-MSG-ATR-OVERALL
               MOVE 'HORS D''ATTEINTE SUR LE RESTANT'
                   TO WS-MSG-ATR-LOST-TITLE
               MOVE 'HORS D''ATTEINTE  : '  TO WS-MSG-ATR-LOST-COUNT
               MOVE 'RAPPORT DE FIN DE TRAVAUX'
                   TO WS-MSG-AUD-TITLE
               MOVE 'ENREG. LUS        :' TO WS-MSG-AUD-READ
       1060-SET-LANGUAGE-END.
           EXIT.

       1080-CHECK-AUTHORITY-START.
           MOVE 'PROMO' TO WS-AUTH-JOB.
           IF WS-IS-FORCED
               MOVE 'FORCE' TO WS-AUTH-PRIV
               PERFORM 1085-CHECK-ONE-START THRU 1085-CHECK-ONE-END
           END-IF.
           IF WS-IS-OVERRIDE
               MOVE 'OVERRIDE' TO WS-AUTH-PRIV
               PERFORM 1085-CHECK-ONE-START THRU 1085-CHECK-ONE-END
           END-IF.
           IF WS-MOD-AUTH NOT = SPACES
               MOVE 'MODAUTH' TO WS-AUTH-PRIV
               PERFORM 1085-CHECK-ONE-START THRU 1085-CHECK-ONE-END
           END-IF.
           IF WS-IS-RESTART
               MOVE 'RESTART' TO WS-AUTH-PRIV
               PERFORM 1085-CHECK-ONE-START THRU 1085-CHECK-ONE-END
           END-IF.
           IF WS-IS-RECYCLE-RUN
               MOVE 'RECYCLE' TO WS-AUTH-PRIV
               PERFORM 1085-CHECK-ONE-START THRU 1085-CHECK-ONE-END
           END-IF.
           IF WS-IS-AUTH-REFUSED
               DISPLAY 'RUN REFUSED -- THE' SPACE WS-AUTH-PRIV SPACE
                       'CARD NEEDS AN AUTHORIZED OPERATOR'
               MOVE 'Y' TO WS-RUN-BLOCKED
           END-IF.
       1080-CHECK-AUTHORITY-END.
           EXIT.

      *> One privilege; the first refusal sticks, so WS-AUTH-PRIV
      *> still names the card that was refused when the run is
      *> journaled.
       1085-CHECK-ONE-START.
           IF WS-IS-AUTH-REFUSED
               GO TO 1085-CHECK-ONE-END
           END-IF.
           CALL 'op-auth'.
           IF WS-AUTH-DENIED
               MOVE 'R' TO WS-AUTH-REFUSAL
           END-IF.
       1085-CHECK-ONE-END.
           EXIT.

       1070-READ-TERM-CALENDAR-START.
           MOVE '00' TO F-TERMCAL-STATUS.
           OPEN INPUT F-TERMCAL.
                               MOVE R-TCL-DEADLINE TO
                                    WS-POST-DEADLINE
                           END-IF
                           IF R-TCL-RELEASE-DATE IS NUMERIC
                               MOVE R-TCL-RELEASE-DATE TO
                                    WS-RELEASE-DATE
                               MOVE 0 TO WS-RELEASE-TIME
                               IF R-TCL-RELEASE-TIME IS NUMERIC
                                   MOVE R-TCL-RELEASE-TIME TO
                                        WS-RELEASE-TIME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
