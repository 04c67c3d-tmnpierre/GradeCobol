       IDENTIFICATION DIVISION.
       PROGRAM-ID. track-coef.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selcoh.

       DATA DIVISION.
       FILE SECTION.
           COPY fdcoh.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

      *> Per-track coefficient sets in force for WS-TERM, one row per
      *> course and track, built from the track rows of the version
      *> history on the first CALL of the run and kept across CALLs.
      *> WS-TRC-FROM keeps the from-term of the version held, so the
      *> same "greatest from-term not above WS-TERM" rule that
      *> load-masters applies to the course's own weighting picks
      *> the version here.
       01  WS-TRC-LOADED      PIC X       VALUE 'N'.
       01  WS-NB-TRC          PIC 9(4)    VALUE 0.
       01  WS-TRC-TAB         OCCURS 1 TO 9999
                              DEPENDING WS-NB-TRC
                              INDEXED BY IDX-TRC.
           03 WS-TRC-COURSE   PIC 999.
           03 WS-TRC-TRACK    PIC X(3).
           03 WS-TRC-COEF     PIC 9V9.
           03 WS-TRC-FROM     PIC X(10).
       01  WS-TRC-ROW         PIC 9(4)    VALUE 0.

      *> Coefficient a course carries for one track's students. A
      *> track with no set of its own, or a student with no track,
      *> keeps the course's coefficient as the caller passed it in
      *> -- so a shop that has never versioned a track row sees no
      *> change at all. Every consumer of the weighting (calc-avg,
      *> the council worksheet, the transcript) asks here, so the
      *> average, the divisor the council argues over and the COEF
      *> column the family reads can never disagree. A missing
      *> history file just means no track has its own set.
       PROCEDURE DIVISION.
       4300-TRACK-COEF-START.
           IF WS-TRC-LOADED = 'N'
               PERFORM 4310-LOAD-TRACK-COEFS-START
                  THRU 4310-LOAD-TRACK-COEFS-END
           END-IF.

           IF WS-TKC-SET
               PERFORM 4330-SET-TRACK-COEF-START
                  THRU 4330-SET-TRACK-COEF-END
               MOVE 'F' TO WS-TKC-ACTION
               GO TO 4300-TRACK-COEF-END
           END-IF.

           IF WS-TKC-TRACK = SPACES OR WS-NB-TRC = 0
               GO TO 4300-TRACK-COEF-END
           END-IF.
           SET IDX-TRC TO 1.
           SEARCH WS-TRC-TAB
               WHEN WS-TRC-COURSE(IDX-TRC) = WS-TKC-COURSE AND
                    WS-TRC-TRACK(IDX-TRC) = WS-TKC-TRACK
                   MOVE WS-TRC-COEF(IDX-TRC) TO WS-TKC-COEF
           END-SEARCH.
       4300-TRACK-COEF-END.
           GOBACK.

       4310-LOAD-TRACK-COEFS-START.
           MOVE 'Y' TO WS-TRC-LOADED.
           MOVE 0 TO WS-NB-TRC.
           MOVE '00' TO F-COEFHIST-STATUS.
           OPEN INPUT F-COEFHIST.
           IF NOT F-COEFHIST-STATUS-OK
               MOVE '00' TO F-COEFHIST-STATUS
               GO TO 4310-LOAD-TRACK-COEFS-END
           END-IF.
           PERFORM UNTIL F-COEFHIST-STATUS-EOF
               READ F-COEFHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 4320-APPLY-ONE-VERSION-START
                          THRU 4320-APPLY-ONE-VERSION-END
               END-READ
           END-PERFORM.
           CLOSE F-COEFHIST.
           MOVE '00' TO F-COEFHIST-STATUS.
       4310-LOAD-TRACK-COEFS-END.
           EXIT.

      *> Same selection as load-masters' 4035 for the course's own
      *> rows: the greatest from-term not above WS-TERM wins, a blank
      *> from-term is the floor version, and among equals the later
      *> row wins. With no TERM card only floor versions apply.
       4320-APPLY-ONE-VERSION-START.
           IF R-COH-TRACK = SPACES OR
              R-COH-COURSE IS NOT NUMERIC OR
              R-COH-COEF IS NOT NUMERIC
               GO TO 4320-APPLY-ONE-VERSION-END
           END-IF.
           IF R-COH-FROM-TERM NOT = SPACES AND
              R-COH-FROM-TERM > WS-TERM
               GO TO 4320-APPLY-ONE-VERSION-END
           END-IF.
           MOVE 0 TO WS-TRC-ROW.
           IF WS-NB-TRC > 0
               SET IDX-TRC TO 1
               SEARCH WS-TRC-TAB
                   WHEN WS-TRC-COURSE(IDX-TRC) = R-COH-COURSE AND
                        WS-TRC-TRACK(IDX-TRC) = R-COH-TRACK
                       SET WS-TRC-ROW TO IDX-TRC
               END-SEARCH
           END-IF.
           IF WS-TRC-ROW = 0
               IF WS-NB-TRC >= 9999
                   DISPLAY 'TRACK-COEF: TABLE FULL, COURSE' SPACE
                           R-COH-COURSE SPACE 'TRACK' SPACE
                           R-COH-TRACK SPACE 'IGNORED'
                   GO TO 4320-APPLY-ONE-VERSION-END
               END-IF
               ADD 1 TO WS-NB-TRC
               MOVE WS-NB-TRC       TO WS-TRC-ROW
               MOVE R-COH-COURSE    TO WS-TRC-COURSE(WS-TRC-ROW)
               MOVE R-COH-TRACK     TO WS-TRC-TRACK(WS-TRC-ROW)
               MOVE R-COH-FROM-TERM TO WS-TRC-FROM(WS-TRC-ROW)
               MOVE R-COH-COEF      TO WS-TRC-COEF(WS-TRC-ROW)
               GO TO 4320-APPLY-ONE-VERSION-END
           END-IF.
           IF R-COH-FROM-TERM >= WS-TRC-FROM(WS-TRC-ROW)
               MOVE R-COH-FROM-TERM TO WS-TRC-FROM(WS-TRC-ROW)
               MOVE R-COH-COEF      TO WS-TRC-COEF(WS-TRC-ROW)
           END-IF.
       4320-APPLY-ONE-VERSION-END.
           EXIT.

      *> What-if override: a named track gets the coefficient (its
      *> row added if the track had no set of its own); a blank
      *> track overrides every track's row for the course, since
      *> the caller has already overridden the course's own.
       4330-SET-TRACK-COEF-START.
           IF WS-TKC-TRACK = SPACES
               PERFORM VARYING WS-TRC-ROW FROM 1 BY 1
                  UNTIL WS-TRC-ROW > WS-NB-TRC
                       IF WS-TRC-COURSE(WS-TRC-ROW) = WS-TKC-COURSE
                           MOVE WS-TKC-COEF TO WS-TRC-COEF(WS-TRC-ROW)
                       END-IF
               END-PERFORM
               GO TO 4330-SET-TRACK-COEF-END
           END-IF.
           MOVE 0 TO WS-TRC-ROW.
           IF WS-NB-TRC > 0
               SET IDX-TRC TO 1
               SEARCH WS-TRC-TAB
                   WHEN WS-TRC-COURSE(IDX-TRC) = WS-TKC-COURSE AND
                        WS-TRC-TRACK(IDX-TRC) = WS-TKC-TRACK
                       SET WS-TRC-ROW TO IDX-TRC
               END-SEARCH
           END-IF.
           IF WS-TRC-ROW = 0
               IF WS-NB-TRC >= 9999
                   GO TO 4330-SET-TRACK-COEF-END
               END-IF
               ADD 1 TO WS-NB-TRC
               MOVE WS-NB-TRC     TO WS-TRC-ROW
               MOVE WS-TKC-COURSE TO WS-TRC-COURSE(WS-TRC-ROW)
               MOVE WS-TKC-TRACK  TO WS-TRC-TRACK(WS-TRC-ROW)
               MOVE SPACES        TO WS-TRC-FROM(WS-TRC-ROW)
           END-IF.
           MOVE WS-TKC-COEF TO WS-TRC-COEF(WS-TRC-ROW).
       4330-SET-TRACK-COEF-END.
           EXIT.
