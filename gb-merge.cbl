       IDENTIFICATION DIVISION.
       PROGRAM-ID. gb-merge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selgbl.
           COPY selgbs.
           COPY selgbo.
           COPY selgbr.
           COPY selcrm.

       DATA DIVISION.
       FILE SECTION.
           COPY fdgbl.
           COPY fdgbs.
           COPY fdgbo.
           COPY fdgbr.
           COPY fdcrm.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

       01  WS-GBM-RULE        PIC X(60)   VALUE ALL '-'.
       01  WS-GBM-REASON      PIC X(30)   VALUE SPACES.
       01  WS-STAGE-GRADE     PIC 99V99   VALUE 0.
       01  WS-GBM-LINE-HASH   PIC 9(9)    VALUE 0.

      *> Every accepted line of every source, tagged with its place
      *> in the input so the sort keeps a teacher's own order within
      *> one student/course pair ('03' before its '05' components).
       01  WS-NB-GBM          PIC 9(5)    VALUE 0.
       01  WS-GBM-TAB         OCCURS 1 TO 29999
                              DEPENDING WS-NB-GBM
                              INDEXED BY IDX-GBM.
           03 WS-GBM-KEY1     PIC X(3).
           03 WS-GBM-KEY2     PIC X(3).
           03 WS-GBM-TYPE     PIC X(2).
           03 WS-GBM-SEQ      PIC 9(7).
           03 WS-GBM-REC      PIC X(50).
       01  WS-GBM-SEQ-NEXT    PIC 9(7)    VALUE 0.

      *> Per-source and whole-merge counters.
       01  WS-NB-SOURCES      PIC 999     VALUE 0.
       01  WS-SRC-READ        PIC 9(5)    VALUE 0.
       01  WS-SRC-ACCEPTED    PIC 9(5)    VALUE 0.
       01  WS-SRC-REJECTED    PIC 9(5)    VALUE 0.
       01  WS-SRC-HASH        PIC 9(9)    VALUE 0.
       01  WS-TOT-READ        PIC 9(5)    VALUE 0.
       01  WS-TOT-REJECTED    PIC 9(5)    VALUE 0.
       01  WS-TOT-HASH        PIC 9(9)    VALUE 0.
       01  WS-NB-MISSING-SRC  PIC 999     VALUE 0.

       01  WS-GBM-SOURCE-LINE.
           03 FILLER          PIC X(7)    VALUE 'SOURCE '.
           03 WS-GSL-NO       PIC ZZ9.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-GSL-TEACHER  PIC X(13).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-GSL-FILE     PIC X(50).

       01  WS-GBM-REJECT-LINE.
           03 FILLER          PIC X(7)    VALUE '  LINE '.
           03 WS-GRL-LINE     PIC ZZZZ9.
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-GRL-REASON   PIC X(30).
           03 FILLER          PIC X(3)    VALUE ' | '.
           03 WS-GRL-IMAGE    PIC X(30).

       01  WS-GBM-COUNT-LINE.
           03 FILLER          PIC X(2)    VALUE SPACES.
           03 WS-GCL-LABEL    PIC X(20).
           03 WS-GCL-VALUE    PIC ZZZZZZZZ9.

      *> Multi-source gradebook merge: each teacher hands in a file
      *> of '03'/'05'/'06' records for the courses on their service,
      *> listed on F-GBLIST next to the teacher's name as the course
      *> master spells it. A line passes only when its type is one
      *> of the three, its IDs are numeric and its course belongs to
      *> that teacher on the course master -- anything else stays
      *> out of the extract and is listed under its source with the
      *> reason. What passes is sorted into student/course order and
      *> written to the INPUT file between a '00' header and a '99'
      *> trailer computed here (record count and '03' grade hash,
      *> same arithmetic as load-class.cbl), so promo's envelope
      *> check verifies the merge like any other extract. A source
      *> that cannot be opened, or a run with no course master to
      *> check against, refuses the run -- a missing gradebook
      *> would otherwise post as a class with no marks in it.
       PROCEDURE DIVISION.
       1550-GB-MERGE-START.
           DISPLAY WS-GBM-RULE.
           DISPLAY 'GRADEBOOK MERGE'.
           DISPLAY WS-GBM-RULE.

           MOVE 0 TO WS-NB-GBM.
           MOVE 0 TO WS-GBM-SEQ-NEXT.
           MOVE 0 TO WS-NB-SOURCES.
           MOVE 0 TO WS-TOT-READ.
           MOVE 0 TO WS-TOT-REJECTED.
           MOVE 0 TO WS-TOT-HASH.
           MOVE 0 TO WS-NB-MISSING-SRC.

           OPEN INPUT F-GBLIST.
           IF NOT F-GBLIST-STATUS-OK
               DISPLAY 'GB-MERGE: UNABLE TO OPEN' SPACE
                       WS-FILE-GBLIST-NAME ', STATUS' SPACE
                       F-GBLIST-STATUS
               MOVE '00' TO F-GBLIST-STATUS
               MOVE 'Y' TO WS-BATCH-MISMATCH
               GOBACK
           END-IF.
           MOVE '00' TO F-CRSMAST-STATUS.
           OPEN INPUT F-CRSMAST.
           IF NOT F-CRSMAST-STATUS-OK
               DISPLAY 'GB-MERGE: NO COURSE MASTER' SPACE
                       WS-FILE-CRSMAST-NAME ', STATUS' SPACE
                       F-CRSMAST-STATUS
               MOVE '00' TO F-CRSMAST-STATUS
               CLOSE F-GBLIST
               MOVE 'Y' TO WS-BATCH-MISMATCH
               GOBACK
           END-IF.
           OPEN OUTPUT F-GBMRPT.

           MOVE SPACES TO REC-F-GBMRPT.
           STRING 'GRADEBOOK MERGE -- TERM ' WS-TERM
                  ' -- RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REC-F-GBMRPT
           END-STRING.
           WRITE REC-F-GBMRPT.
           MOVE WS-GBM-RULE TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.

           PERFORM UNTIL F-GBLIST-STATUS-EOF
               READ F-GBLIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-GBL-FILE NOT = SPACES
                           PERFORM 1560-READ-SOURCE-START
                              THRU 1560-READ-SOURCE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GBLIST.
           CLOSE F-CRSMAST.
           MOVE '00' TO F-GBLIST-STATUS.
           MOVE '00' TO F-CRSMAST-STATUS.

           IF WS-NB-GBM > 1
               SORT WS-GBM-TAB
                   ON ASCENDING KEY WS-GBM-KEY1 WS-GBM-KEY2 WS-GBM-SEQ
           END-IF.

           PERFORM 1580-WRITE-EXTRACT-START
              THRU 1580-WRITE-EXTRACT-END.

           MOVE WS-GBM-RULE TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.
           MOVE 'SOURCES' TO WS-GCL-LABEL.
           MOVE WS-NB-SOURCES TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'SOURCES MISSING' TO WS-GCL-LABEL.
           MOVE WS-NB-MISSING-SRC TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'LINES READ' TO WS-GCL-LABEL.
           MOVE WS-TOT-READ TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'LINES REJECTED' TO WS-GCL-LABEL.
           MOVE WS-TOT-REJECTED TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'TRAILER COUNT' TO WS-GCL-LABEL.
           MOVE WS-NB-GBM TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'TRAILER HASH' TO WS-GCL-LABEL.
           MOVE WS-TOT-HASH TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           IF WS-NB-MISSING-SRC > 0
               MOVE 'MERGE INCOMPLETE -- RUN REFUSED' TO REC-F-GBMRPT
               WRITE REC-F-GBMRPT
               MOVE 'Y' TO WS-BATCH-MISMATCH
           END-IF.
           CLOSE F-GBMRPT.
           MOVE '00' TO F-GBMRPT-STATUS.

           DISPLAY 'SOURCES LISTED :' SPACE WS-NB-SOURCES.
           DISPLAY 'LINES READ     :' SPACE WS-TOT-READ.
           DISPLAY 'LINES MERGED   :' SPACE WS-NB-GBM.
           DISPLAY 'LINES REJECTED :' SPACE WS-TOT-REJECTED.
           IF WS-NB-MISSING-SRC > 0
               DISPLAY 'GB-MERGE:' SPACE WS-NB-MISSING-SRC SPACE
                       'SOURCE FILE(S) NOT FOUND -- RUN REFUSED'
           END-IF.
           DISPLAY 'REPORT         :' SPACE WS-FILE-GBMRPT-NAME.
           DISPLAY WS-GBM-RULE.
       1550-GB-MERGE-END.
           GOBACK.

      *> One teacher's file: heading, each rejected line as it is
      *> met, then the source's contribution.
       1560-READ-SOURCE-START.
           ADD 1 TO WS-NB-SOURCES.
           MOVE 0 TO WS-SRC-READ.
           MOVE 0 TO WS-SRC-ACCEPTED.
           MOVE 0 TO WS-SRC-REJECTED.
           MOVE 0 TO WS-SRC-HASH.
           MOVE SPACES TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.
           MOVE WS-NB-SOURCES TO WS-GSL-NO.
           MOVE R-GBL-TEACHER TO WS-GSL-TEACHER.
           MOVE R-GBL-FILE    TO WS-GSL-FILE.
           MOVE WS-GBM-SOURCE-LINE TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.

           MOVE R-GBL-FILE TO WS-FILE-GBSRC-NAME.
           MOVE '00' TO F-GBSRC-STATUS.
           OPEN INPUT F-GBSRC.
           IF NOT F-GBSRC-STATUS-OK
               MOVE SPACES TO REC-F-GBMRPT
               STRING '  FILE NOT FOUND, STATUS ' F-GBSRC-STATUS
                   DELIMITED BY SIZE INTO REC-F-GBMRPT
               END-STRING
               WRITE REC-F-GBMRPT
               MOVE '00' TO F-GBSRC-STATUS
               ADD 1 TO WS-NB-MISSING-SRC
               GO TO 1560-READ-SOURCE-END
           END-IF.

           PERFORM UNTIL F-GBSRC-STATUS-EOF
               MOVE SPACES TO REC-F-GBSRC
               READ F-GBSRC
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SRC-READ
                       PERFORM 1570-CHECK-LINE-START
                          THRU 1570-CHECK-LINE-END
                       IF WS-GBM-REASON NOT = SPACES
                           PERFORM 1575-REJECT-LINE-START
                              THRU 1575-REJECT-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GBSRC.
           MOVE '00' TO F-GBSRC-STATUS.

           MOVE 'RECORDS READ' TO WS-GCL-LABEL.
           MOVE WS-SRC-READ TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'RECORDS MERGED' TO WS-GCL-LABEL.
           MOVE WS-SRC-ACCEPTED TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'LINES REJECTED' TO WS-GCL-LABEL.
           MOVE WS-SRC-REJECTED TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           MOVE 'GRADE HASH' TO WS-GCL-LABEL.
           MOVE WS-SRC-HASH TO WS-GCL-VALUE.
           PERFORM 1590-WRITE-COUNT-START THRU 1590-WRITE-COUNT-END.
           ADD WS-SRC-READ     TO WS-TOT-READ.
           ADD WS-SRC-REJECTED TO WS-TOT-REJECTED.
           ADD WS-SRC-HASH     TO WS-TOT-HASH.
       1560-READ-SOURCE-END.
           EXIT.

      *> A blank line is ignored; everything else either joins the
      *> merge table or comes back with the reason it was refused.
       1570-CHECK-LINE-START.
           MOVE SPACES TO WS-GBM-REASON.
           IF REC-F-GBSRC = SPACES
               SUBTRACT 1 FROM WS-SRC-READ
               GO TO 1570-CHECK-LINE-END
           END-IF.
           IF R-GBS-TYPE NOT = '03' AND
              R-GBS-TYPE NOT = '05' AND
              R-GBS-TYPE NOT = '06'
               MOVE 'NOT A GRADEBOOK RECORD TYPE' TO WS-GBM-REASON
               GO TO 1570-CHECK-LINE-END
           END-IF.
           IF R-GBS-KEY1 IS NOT NUMERIC OR R-GBS-KEY2 IS NOT NUMERIC
               MOVE 'NON-NUMERIC STUDENT/COURSE ID' TO WS-GBM-REASON
               GO TO 1570-CHECK-LINE-END
           END-IF.
           MOVE R-GBS-KEY2 TO R-CRM-ID.
           READ F-CRSMAST
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE MASTER' TO WS-GBM-REASON
           END-READ.
           MOVE '00' TO F-CRSMAST-STATUS.
           IF WS-GBM-REASON NOT = SPACES
               GO TO 1570-CHECK-LINE-END
           END-IF.
      *> A substitute covering the course on the run date hands in
      *> the gradebook in the regular teacher's place.
           IF R-CRM-TEACHER NOT = R-GBL-TEACHER
               MOVE 'F'           TO WS-SBT-ACTION
               MOVE R-GBS-KEY2    TO WS-SBT-COURSE
               MOVE WS-RUN-DATE   TO WS-SBT-DATE
               MOVE R-CRM-TEACHER TO WS-SBT-TEACHER
               CALL 'subst-teacher'
               IF WS-SBT-TEACHER NOT = R-GBL-TEACHER
                   MOVE 'COURSE NOT ON THIS TEACHER' TO WS-GBM-REASON
                   GO TO 1570-CHECK-LINE-END
               END-IF
           END-IF.
           IF WS-NB-GBM >= 29999
               MOVE 'MERGE TABLE FULL' TO WS-GBM-REASON
               MOVE 'Y' TO WS-BATCH-MISMATCH
               GO TO 1570-CHECK-LINE-END
           END-IF.

           ADD 1 TO WS-NB-GBM.
           ADD 1 TO WS-GBM-SEQ-NEXT.
           MOVE R-GBS-KEY1      TO WS-GBM-KEY1(WS-NB-GBM).
           MOVE R-GBS-KEY2      TO WS-GBM-KEY2(WS-NB-GBM).
           MOVE R-GBS-TYPE      TO WS-GBM-TYPE(WS-NB-GBM).
           MOVE WS-GBM-SEQ-NEXT TO WS-GBM-SEQ(WS-NB-GBM).
           MOVE REC-F-GBSRC     TO WS-GBM-REC(WS-NB-GBM).
           ADD 1 TO WS-SRC-ACCEPTED.
      *> Hash arithmetic as load-class.cbl stages the grade: the
      *> INC/ABS/EXE codes count zero, a mark counts in hundredths.
           IF R-GBS-TYPE = '03'
               EVALUATE R-GBS-GRADE
                   WHEN 'INC'
                   WHEN 'ABS'
                   WHEN 'EXE'
                       MOVE 0 TO WS-STAGE-GRADE
                   WHEN OTHER
                       MOVE R-GBS-GRADE TO WS-STAGE-GRADE
               END-EVALUATE
               COMPUTE WS-GBM-LINE-HASH = WS-STAGE-GRADE * 100
               ADD WS-GBM-LINE-HASH TO WS-SRC-HASH
           END-IF.
       1570-CHECK-LINE-END.
           EXIT.

       1575-REJECT-LINE-START.
           ADD 1 TO WS-SRC-REJECTED.
           MOVE WS-SRC-READ        TO WS-GRL-LINE.
           MOVE WS-GBM-REASON      TO WS-GRL-REASON.
           MOVE REC-F-GBSRC        TO WS-GRL-IMAGE.
           MOVE WS-GBM-REJECT-LINE TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.
       1575-REJECT-LINE-END.
           EXIT.

      *> Header dated and labelled by the merge, the sorted lines,
      *> then the trailer over exactly what was written.
       1580-WRITE-EXTRACT-START.
           OPEN OUTPUT F-GBOUT.
           IF NOT F-GBOUT-STATUS-OK
               DISPLAY 'GB-MERGE: UNABLE TO OPEN' SPACE
                       WS-FILE-INPUT-NAME ', STATUS' SPACE
                       F-GBOUT-STATUS
               MOVE '00' TO F-GBOUT-STATUS
               MOVE 'Y' TO WS-BATCH-MISMATCH
               GO TO 1580-WRITE-EXTRACT-END
           END-IF.
           MOVE SPACES TO REC-F-GBOUT.
           MOVE '00' TO REC-F-GBOUT(1:2).
           MOVE WS-RUN-DATE TO REC-F-GBOUT(3:8).
           MOVE WS-TERM TO REC-F-GBOUT(11:10).
           WRITE REC-F-GBOUT.

           PERFORM VARYING IDX-GBM FROM 1 BY 1
              UNTIL IDX-GBM > WS-NB-GBM
                   MOVE SPACES TO REC-F-GBOUT
                   MOVE WS-GBM-REC(IDX-GBM) TO REC-F-GBOUT
                   WRITE REC-F-GBOUT
           END-PERFORM.

           MOVE SPACES TO REC-F-GBOUT.
           MOVE '99' TO REC-F-GBOUT(1:2).
           MOVE WS-NB-GBM TO REC-F-GBOUT(3:5).
           MOVE WS-TOT-HASH TO REC-F-GBOUT(8:9).
           WRITE REC-F-GBOUT.
           CLOSE F-GBOUT.
           MOVE '00' TO F-GBOUT-STATUS.
       1580-WRITE-EXTRACT-END.
           EXIT.

       1590-WRITE-COUNT-START.
           MOVE WS-GBM-COUNT-LINE TO REC-F-GBMRPT.
           WRITE REC-F-GBMRPT.
       1590-WRITE-COUNT-END.
           EXIT.
