       IDENTIFICATION DIVISION.
       PROGRAM-ID. key-verify.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selkya.
           COPY selkyb.
           COPY selkyr.
           COPY selkyc.

       DATA DIVISION.
       FILE SECTION.
           COPY fdkya.
           COPY fdkyb.
           COPY fdkyr.
           COPY fdkyc.

       WORKING-STORAGE SECTION.
           COPY filestat.

       01  WS-KV-RULE         PIC X(100)  VALUE ALL '-'.
       01  WS-RUN-DATE        PIC 9(8)    VALUE 0.
       01  WS-ASK-NAME        PIC X(50)   VALUE SPACES.
       01  WS-KV-OVERFLOW     PIC X       VALUE 'N'.
       01  WS-KV-FOUND        PIC X       VALUE 'N'.
       01  WS-KV-FIELD-HIT    PIC X       VALUE 'N'.
       01  WS-NB-DIFF         PIC 9(5)    VALUE 0.
       01  WS-NB-ONLY1        PIC 9(5)    VALUE 0.
       01  WS-NB-ONLY2        PIC 9(5)    VALUE 0.
       01  WS-NB-AGREE        PIC 9(5)    VALUE 0.
       01  WS-KV-HASH         PIC 9(9)    VALUE 0.

      *> Match key of one extract line: record type, the type's key
      *> fields, and the occurrence number of that type + key within
      *> its copy -- so a split-custody family's two '08' records, or
      *> a student's three '17' incidents, pair up first with first
      *> and second with second. An anonymously marked '05' script
      *> (student ID 000) is keyed on its candidate number instead.
       01  WS-KV-REC          PIC X(200)  VALUE SPACES.
       01  WS-KV-KEY.
           03 WS-KV-KEY-BASE.
              05 WS-KV-KEY-TYPE  PIC X(2).
              05 WS-KV-KEY-DATA  PIC X(13).
           03 WS-KV-KEY-OCC      PIC 999.
       01  WS-KV-KEYLEN       PIC 99      VALUE 0.
       01  WS-KV-OCC          PIC 999     VALUE 0.

      *> Key fields per record type: type, then the length of the
      *> key that starts right after the type code (0 = one record
      *> of its kind per extract). Types not listed match on type
      *> and occurrence alone.
       01  WS-KVK-VALUES.
           03 FILLER          PIC X(4)    VALUE '0000'.
           03 FILLER          PIC X(4)    VALUE '0103'.
           03 FILLER          PIC X(4)    VALUE '0203'.
           03 FILLER          PIC X(4)    VALUE '0306'.
           03 FILLER          PIC X(4)    VALUE '0406'.
           03 FILLER          PIC X(4)    VALUE '0510'.
           03 FILLER          PIC X(4)    VALUE '0606'.
           03 FILLER          PIC X(4)    VALUE '0706'.
           03 FILLER          PIC X(4)    VALUE '0803'.
           03 FILLER          PIC X(4)    VALUE '0906'.
           03 FILLER          PIC X(4)    VALUE '1006'.
           03 FILLER          PIC X(4)    VALUE '1103'.
           03 FILLER          PIC X(4)    VALUE '1206'.
           03 FILLER          PIC X(4)    VALUE '1303'.
           03 FILLER          PIC X(4)    VALUE '1406'.
           03 FILLER          PIC X(4)    VALUE '1503'.
           03 FILLER          PIC X(4)    VALUE '1606'.
           03 FILLER          PIC X(4)    VALUE '1703'.
           03 FILLER          PIC X(4)    VALUE '1807'.
           03 FILLER          PIC X(4)    VALUE '1905'.
           03 FILLER          PIC X(4)    VALUE '2006'.
           03 FILLER          PIC X(4)    VALUE '9900'.
       01  WS-KVK-TAB REDEFINES WS-KVK-VALUES.
           03 WS-KVK-ENTRY OCCURS 22 INDEXED BY IDX-KVK.
              05 WS-KVK-TYPE     PIC X(2).
              05 WS-KVK-LEN      PIC 99.

      *> Non-key fields per record type (fdin.cpy layouts): type,
      *> field name, starting byte in the line, length. Compared one
      *> by one so the listing names the field the typists disagree
      *> on instead of dumping two 200-byte lines.
       01  WS-KVF-VALUES.
           03 FILLER PIC X(20) VALUE '00DATE        003008'.
           03 FILLER PIC X(20) VALUE '00TERM        011010'.
           03 FILLER PIC X(20) VALUE '00SECTION     021003'.
           03 FILLER PIC X(20) VALUE '01LASTNAME    006007'.
           03 FILLER PIC X(20) VALUE '01FIRSTNAME   013006'.
           03 FILLER PIC X(20) VALUE '01AGE         019002'.
           03 FILLER PIC X(20) VALUE '01SECTION     021003'.
           03 FILLER PIC X(20) VALUE '01ENROLL-DATE 024008'.
           03 FILLER PIC X(20) VALUE '01TRACK       032003'.
           03 FILLER PIC X(20) VALUE '02LABEL       006021'.
           03 FILLER PIC X(20) VALUE '02COEF        027003'.
           03 FILLER PIC X(20) VALUE '02GRADE       030005'.
           03 FILLER PIC X(20) VALUE '02CAPACITY    035003'.
           03 FILLER PIC X(20) VALUE '02TEACHER     038013'.
           03 FILLER PIC X(20) VALUE '02SCALE       051001'.
           03 FILLER PIC X(20) VALUE '02PREREQ      052003'.
           03 FILLER PIC X(20) VALUE '02NB-EXPECTED 055001'.
           03 FILLER PIC X(20) VALUE '02EXPECTED    056035'.
           03 FILLER PIC X(20) VALUE '02EXP-DATES   091040'.
           03 FILLER PIC X(20) VALUE '02EXAM-SLOT   131002'.
           03 FILLER PIC X(20) VALUE '02COURSE-TYPE 133001'.
           03 FILLER PIC X(20) VALUE '03GRADE       009005'.
           03 FILLER PIC X(20) VALUE '04GRADE       009005'.
           03 FILLER PIC X(20) VALUE '05GRADE       013005'.
           03 FILLER PIC X(20) VALUE '05WEIGHT      018003'.
           03 FILLER PIC X(20) VALUE '05CANDIDATE   021006'.
           03 FILLER PIC X(20) VALUE '06MISSED      009003'.
           03 FILLER PIC X(20) VALUE '07INSTITUTION 009013'.
           03 FILLER PIC X(20) VALUE '07SCALE       022001'.
           03 FILLER PIC X(20) VALUE '07GRADE       023005'.
           03 FILLER PIC X(20) VALUE '08NAME        006020'.
           03 FILLER PIC X(20) VALUE '08ADDR1       026030'.
           03 FILLER PIC X(20) VALUE '08ADDR2       056030'.
           03 FILLER PIC X(20) VALUE '08CHANNEL     086001'.
           03 FILLER PIC X(20) VALUE '08AUTH        087001'.
           03 FILLER PIC X(20) VALUE '10GRADE       009005'.
           03 FILLER PIC X(20) VALUE '11DATE        006008'.
           03 FILLER PIC X(20) VALUE '12GRADE       009005'.
           03 FILLER PIC X(20) VALUE '13STATUS      006008'.
           03 FILLER PIC X(20) VALUE '13REASON      014004'.
           03 FILLER PIC X(20) VALUE '14DATE        009008'.
           03 FILLER PIC X(20) VALUE '15SECTION     006003'.
           03 FILLER PIC X(20) VALUE '15DATE        009008'.
           03 FILLER PIC X(20) VALUE '16SESSIONS    009003'.
           03 FILLER PIC X(20) VALUE '17DATE        006008'.
           03 FILLER PIC X(20) VALUE '17SEVERITY    014001'.
           03 FILLER PIC X(20) VALUE '17LABEL       015020'.
           03 FILLER PIC X(20) VALUE '18LEVEL       010001'.
           03 FILLER PIC X(20) VALUE '19EXTRA       008003'.
           03 FILLER PIC X(20) VALUE '20HOST        009020'.
           03 FILLER PIC X(20) VALUE '20START       029008'.
           03 FILLER PIC X(20) VALUE '20END         037008'.
           03 FILLER PIC X(20) VALUE '20HOURS       045003'.
           03 FILLER PIC X(20) VALUE '20MIN-HOURS   048003'.
           03 FILLER PIC X(20) VALUE '20SUPERVISOR  051020'.
           03 FILLER PIC X(20) VALUE '20SCALE       071001'.
           03 FILLER PIC X(20) VALUE '20GRADE       072005'.
           03 FILLER PIC X(20) VALUE '99COUNT       003005'.
           03 FILLER PIC X(20) VALUE '99HASH        008009'.
       01  WS-KVF-TAB REDEFINES WS-KVF-VALUES.
           03 WS-KVF-ENTRY OCCURS 59 INDEXED BY IDX-KVF.
              05 WS-KVF-TYPE     PIC X(2).
              05 WS-KVF-NAME     PIC X(12).
              05 WS-KVF-POS      PIC 999.
              05 WS-KVF-LEN      PIC 999.
       01  WS-KVF-SHOW        PIC 99      VALUE 0.

      *> Both copies held in full: the keyed files are not in key
      *> order, and the pairing has to survive either typist
      *> skipping or swapping records.
       01  WS-KV1-NB          PIC 9(5)    VALUE 0.
       01  WS-KV1-TAB.
           03 WS-KV1-ENTRY OCCURS 9999.
              05 WS-KV1-REC      PIC X(200).
              05 WS-KV1-KEY      PIC X(18).
              05 WS-KV1-MATCHED  PIC X.
       01  WS-KV2-NB          PIC 9(5)    VALUE 0.
       01  WS-KV2-TAB.
           03 WS-KV2-ENTRY OCCURS 9999.
              05 WS-KV2-REC      PIC X(200).
              05 WS-KV2-KEY      PIC X(18).
              05 WS-KV2-MATCHED  PIC X.
       01  WS-IND-KV1         PIC 9(5)    VALUE 0.
       01  WS-IND-KV2         PIC 9(5)    VALUE 0.
       01  WS-IND-KVP         PIC 9(5)    VALUE 0.

       01  WS-KV-HEADER.
           03 FILLER          PIC X(40)
              VALUE 'DUAL-KEYING VERIFICATION -- RUN DATE '.
           03 WS-KVH-DATE     PIC 9(8).

       01  WS-KV-COPY-LINE.
           03 FILLER          PIC X(8)    VALUE 'COPY '.
           03 WS-KVC-NUM      PIC 9.
           03 FILLER          PIC X(3)    VALUE ' : '.
           03 WS-KVC-NAME     PIC X(50).
           03 FILLER          PIC X(2)    VALUE SPACES.
           03 WS-KVC-COUNT    PIC ZZZZ9.
           03 FILLER          PIC X(8)    VALUE ' RECORDS'.

       01  WS-KV-DIFF-LINE.
           03 FILLER          PIC X(5)    VALUE 'TYPE '.
           03 WS-KVD-TYPE     PIC X(2).
           03 FILLER          PIC X(5)    VALUE ' KEY '.
           03 WS-KVD-KEY      PIC X(13).
           03 FILLER          PIC X       VALUE '#'.
           03 WS-KVD-OCC      PIC ZZ9.
           03 FILLER          PIC X       VALUE SPACE.
           03 WS-KVD-FIELD    PIC X(12).
           03 FILLER          PIC X(3)    VALUE ' 1:'.
           03 WS-KVD-VAL1     PIC X(40).
           03 FILLER          PIC X(3)    VALUE ' 2:'.
           03 WS-KVD-VAL2     PIC X(40).

       01  WS-KV-ONLY-LINE.
           03 FILLER          PIC X(13)   VALUE 'ONLY IN COPY '.
           03 WS-KVO-NUM      PIC 9.
           03 FILLER          PIC X(3)    VALUE ' : '.
           03 WS-KVO-RECORD   PIC X(100).

       01  WS-KV-COUNT-LINE.
           03 WS-KVN-LABEL    PIC X(30).
           03 WS-KVN-COUNT    PIC ZZZZ9.

      *> Key verification of a hand-keyed extract, the paper
      *> gradebook control the auditors ask for: two typists key the
      *> same gradebooks independently, and this program pairs the
      *> two copies record by record -- by record type and key
      *> (R-CL-KEY1/R-CL-KEY2 for a '03', plus the component type for
      *> a '05', and so on) -- listing every field the copies
      *> disagree on and every record only one typist keyed. Only
      *> two copies that agree completely are CERTIFIED; anything
      *> else writes a REFUSED certificate, and a posting run that
      *> carries the KEYVERIFY card will not take the extract until
      *> a re-keyed pair passes. Condition code: 0 certified, 8
      *> refused.
       PROCEDURE DIVISION.
       1080-KEY-VERIFY-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'FIRST KEYED COPY (BLANK = input.dat): '.
           ACCEPT WS-ASK-NAME.
           IF WS-ASK-NAME NOT = SPACES
               MOVE WS-ASK-NAME TO WS-FILE-KEYCPY1-NAME
           END-IF.
           MOVE SPACES TO WS-ASK-NAME.
           DISPLAY 'SECOND KEYED COPY (BLANK = input2.dat): '.
           ACCEPT WS-ASK-NAME.
           IF WS-ASK-NAME NOT = SPACES
               MOVE WS-ASK-NAME TO WS-FILE-KEYCPY2-NAME
           END-IF.

           MOVE '00' TO F-KEYRPT-STATUS.
           OPEN OUTPUT F-KEYRPT.
           IF NOT F-KEYRPT-STATUS-OK
               DISPLAY 'KEY-VERIFY: UNABLE TO OPEN LISTING, STATUS'
                       SPACE F-KEYRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-KVH-DATE.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-HEADER TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-RULE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.

           PERFORM 1081-COMPARE-COPIES-START
              THRU 1081-COMPARE-COPIES-END.

           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-RULE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
           MOVE 'RECORDS AGREEING            :' TO WS-KVN-LABEL.
           MOVE WS-NB-AGREE TO WS-KVN-COUNT.
           PERFORM 1095-WRITE-COUNT-START THRU 1095-WRITE-COUNT-END.
           MOVE 'FIELD DISAGREEMENTS         :' TO WS-KVN-LABEL.
           MOVE WS-NB-DIFF TO WS-KVN-COUNT.
           PERFORM 1095-WRITE-COUNT-START THRU 1095-WRITE-COUNT-END.
           MOVE 'RECORDS ONLY IN COPY 1      :' TO WS-KVN-LABEL.
           MOVE WS-NB-ONLY1 TO WS-KVN-COUNT.
           PERFORM 1095-WRITE-COUNT-START THRU 1095-WRITE-COUNT-END.
           MOVE 'RECORDS ONLY IN COPY 2      :' TO WS-KVN-LABEL.
           MOVE WS-NB-ONLY2 TO WS-KVN-COUNT.
           PERFORM 1095-WRITE-COUNT-START THRU 1095-WRITE-COUNT-END.

           MOVE SPACES TO REC-F-KEYCERT.
           MOVE WS-RUN-DATE TO R-KYC-DATE.
           MOVE WS-KV1-NB TO R-KYC-COUNT.
           MOVE WS-KV-HASH TO R-KYC-HASH.
           MOVE WS-FILE-KEYCPY1-NAME TO R-KYC-COPY1.
           MOVE WS-FILE-KEYCPY2-NAME TO R-KYC-COPY2.
           MOVE SPACES TO REC-F-KEYRPT.
           IF WS-KV-OVERFLOW = 'N' AND WS-KV1-NB > 0 AND
              WS-NB-DIFF = 0 AND WS-NB-ONLY1 = 0 AND WS-NB-ONLY2 = 0
               MOVE 'CERTIFIED' TO R-KYC-VERDICT
               MOVE 'VERDICT : CERTIFIED -- THE COPIES AGREE'
                   TO REC-F-KEYRPT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'REFUSED' TO R-KYC-VERDICT
               MOVE 'VERDICT : REFUSED -- RE-KEY AND VERIFY AGAIN'
                   TO REC-F-KEYRPT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REC-F-KEYRPT.
           CLOSE F-KEYRPT.

           MOVE '00' TO F-KEYCERT-STATUS.
           OPEN OUTPUT F-KEYCERT.
           IF F-KEYCERT-STATUS-OK
               WRITE REC-F-KEYCERT
               CLOSE F-KEYCERT
           ELSE
               DISPLAY 'KEY-VERIFY: UNABLE TO WRITE CERTIFICATE,'
                       SPACE 'STATUS' SPACE F-KEYCERT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY WS-KV-RULE.
           DISPLAY 'FIELD DISAGREEMENTS    :' SPACE WS-NB-DIFF.
           DISPLAY 'ONLY IN COPY 1         :' SPACE WS-NB-ONLY1.
           DISPLAY 'ONLY IN COPY 2         :' SPACE WS-NB-ONLY2.
           DISPLAY 'VERDICT                :' SPACE R-KYC-VERDICT
                   SPACE '(SEE' SPACE WS-FILE-KEYRPT-NAME ')'.
           DISPLAY WS-KV-RULE.
       1080-KEY-VERIFY-END.
           GOBACK.

       1081-COMPARE-COPIES-START.
      *> The same file named twice agrees with itself by definition.
           IF WS-FILE-KEYCPY1-NAME = WS-FILE-KEYCPY2-NAME
               DISPLAY 'BOTH COPIES NAME THE SAME FILE --'
                       SPACE 'NOTHING TO VERIFY'
               MOVE SPACES TO REC-F-KEYRPT
               MOVE 'BOTH COPIES NAME THE SAME FILE' TO REC-F-KEYRPT
               WRITE REC-F-KEYRPT
               MOVE 'Y' TO WS-KV-OVERFLOW
               GO TO 1081-COMPARE-COPIES-END
           END-IF.

           PERFORM 1082-LOAD-COPY1-START THRU 1082-LOAD-COPY1-END.
           PERFORM 1083-LOAD-COPY2-START THRU 1083-LOAD-COPY2-END.
           IF WS-KV-OVERFLOW = 'Y'
               GO TO 1081-COMPARE-COPIES-END
           END-IF.

           MOVE 1 TO WS-KVC-NUM.
           MOVE WS-FILE-KEYCPY1-NAME TO WS-KVC-NAME.
           MOVE WS-KV1-NB TO WS-KVC-COUNT.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-COPY-LINE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
           MOVE 2 TO WS-KVC-NUM.
           MOVE WS-FILE-KEYCPY2-NAME TO WS-KVC-NAME.
           MOVE WS-KV2-NB TO WS-KVC-COUNT.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-COPY-LINE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-RULE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.

           PERFORM VARYING WS-IND-KV1 FROM 1 BY 1
              UNTIL WS-IND-KV1 > WS-KV1-NB
                   PERFORM 1086-PAIR-ONE-START THRU 1086-PAIR-ONE-END
           END-PERFORM.
           PERFORM VARYING WS-IND-KV2 FROM 1 BY 1
              UNTIL WS-IND-KV2 > WS-KV2-NB
                   IF WS-KV2-MATCHED(WS-IND-KV2) = 'N'
                       ADD 1 TO WS-NB-ONLY2
                       MOVE 2 TO WS-KVO-NUM
                       MOVE WS-KV2-REC(WS-IND-KV2) TO WS-KVO-RECORD
                       MOVE SPACES TO REC-F-KEYRPT
                       MOVE WS-KV-ONLY-LINE TO REC-F-KEYRPT
                       WRITE REC-F-KEYRPT
                   END-IF
           END-PERFORM.
       1081-COMPARE-COPIES-END.
           EXIT.

       1082-LOAD-COPY1-START.
           MOVE 0 TO WS-KV1-NB.
           MOVE 0 TO WS-KV-HASH.
           MOVE '00' TO F-KEYCPY1-STATUS.
           OPEN INPUT F-KEYCPY1.
           IF NOT F-KEYCPY1-STATUS-OK
               DISPLAY 'COPY 1 NOT READABLE:' SPACE
                       WS-FILE-KEYCPY1-NAME SPACE 'STATUS' SPACE
                       F-KEYCPY1-STATUS
               MOVE 'Y' TO WS-KV-OVERFLOW
               GO TO 1082-LOAD-COPY1-END
           END-IF.
           PERFORM UNTIL F-KEYCPY1-STATUS-EOF
               READ F-KEYCPY1
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KV1-NB >= 9999
                           MOVE 'Y' TO WS-KV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-KV1-NB
                           MOVE REC-F-KEYCPY1 TO WS-KV-REC
                           PERFORM 1084-BUILD-KEY1-START
                              THRU 1084-BUILD-KEY1-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYCPY1.
           MOVE '00' TO F-KEYCPY1-STATUS.
           IF WS-KV-OVERFLOW = 'Y'
               DISPLAY 'COPY 1 HOLDS MORE THAN 9999 RECORDS --'
                       SPACE 'SPLIT THE EXTRACT'
           END-IF.
       1082-LOAD-COPY1-END.
           EXIT.

       1083-LOAD-COPY2-START.
           MOVE 0 TO WS-KV2-NB.
           MOVE '00' TO F-KEYCPY2-STATUS.
           OPEN INPUT F-KEYCPY2.
           IF NOT F-KEYCPY2-STATUS-OK
               DISPLAY 'COPY 2 NOT READABLE:' SPACE
                       WS-FILE-KEYCPY2-NAME SPACE 'STATUS' SPACE
                       F-KEYCPY2-STATUS
               MOVE 'Y' TO WS-KV-OVERFLOW
               GO TO 1083-LOAD-COPY2-END
           END-IF.
           PERFORM UNTIL F-KEYCPY2-STATUS-EOF
               READ F-KEYCPY2
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KV2-NB >= 9999
                           MOVE 'Y' TO WS-KV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-KV2-NB
                           MOVE REC-F-KEYCPY2 TO WS-KV-REC
                           PERFORM 1085-BUILD-KEY2-START
                              THRU 1085-BUILD-KEY2-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYCPY2.
           MOVE '00' TO F-KEYCPY2-STATUS.
           IF WS-KV-OVERFLOW = 'Y'
               DISPLAY 'COPY 2 HOLDS MORE THAN 9999 RECORDS --'
                       SPACE 'SPLIT THE EXTRACT'
           END-IF.
       1083-LOAD-COPY2-END.
           EXIT.

      *> The trailer hash travels into the certificate from copy 1;
      *> if the copies agree it is copy 2's as well.
       1084-BUILD-KEY1-START.
           PERFORM 1090-KEY-BASE-START THRU 1090-KEY-BASE-END.
           MOVE 1 TO WS-KV-OCC.
           PERFORM VARYING WS-IND-KVP FROM 1 BY 1
              UNTIL WS-IND-KVP >= WS-KV1-NB
                   IF WS-KV1-KEY(WS-IND-KVP)(1:15) = WS-KV-KEY-BASE
                       ADD 1 TO WS-KV-OCC
                   END-IF
           END-PERFORM.
           MOVE WS-KV-OCC TO WS-KV-KEY-OCC.
           MOVE WS-KV-REC TO WS-KV1-REC(WS-KV1-NB).
           MOVE WS-KV-KEY TO WS-KV1-KEY(WS-KV1-NB).
           MOVE 'N' TO WS-KV1-MATCHED(WS-KV1-NB).
           IF WS-KV-KEY-TYPE = '99' AND WS-KV-REC(8:9) IS NUMERIC
               MOVE WS-KV-REC(8:9) TO WS-KV-HASH
           END-IF.
       1084-BUILD-KEY1-END.
           EXIT.

       1085-BUILD-KEY2-START.
           PERFORM 1090-KEY-BASE-START THRU 1090-KEY-BASE-END.
           MOVE 1 TO WS-KV-OCC.
           PERFORM VARYING WS-IND-KVP FROM 1 BY 1
              UNTIL WS-IND-KVP >= WS-KV2-NB
                   IF WS-KV2-KEY(WS-IND-KVP)(1:15) = WS-KV-KEY-BASE
                       ADD 1 TO WS-KV-OCC
                   END-IF
           END-PERFORM.
           MOVE WS-KV-OCC TO WS-KV-KEY-OCC.
           MOVE WS-KV-REC TO WS-KV2-REC(WS-KV2-NB).
           MOVE WS-KV-KEY TO WS-KV2-KEY(WS-KV2-NB).
           MOVE 'N' TO WS-KV2-MATCHED(WS-KV2-NB).
       1085-BUILD-KEY2-END.
           EXIT.

       1086-PAIR-ONE-START.
           MOVE 'N' TO WS-KV-FOUND.
           PERFORM VARYING WS-IND-KV2 FROM 1 BY 1
              UNTIL WS-IND-KV2 > WS-KV2-NB OR WS-KV-FOUND = 'Y'
                   IF WS-KV2-MATCHED(WS-IND-KV2) = 'N' AND
                      WS-KV2-KEY(WS-IND-KV2) = WS-KV1-KEY(WS-IND-KV1)
                       MOVE 'Y' TO WS-KV-FOUND
                       MOVE 'Y' TO WS-KV1-MATCHED(WS-IND-KV1)
                       MOVE 'Y' TO WS-KV2-MATCHED(WS-IND-KV2)
                       PERFORM 1088-COMPARE-FIELDS-START
                          THRU 1088-COMPARE-FIELDS-END
                   END-IF
           END-PERFORM.
           IF WS-KV-FOUND = 'N'
               ADD 1 TO WS-NB-ONLY1
               MOVE 1 TO WS-KVO-NUM
               MOVE WS-KV1-REC(WS-IND-KV1) TO WS-KVO-RECORD
               MOVE SPACES TO REC-F-KEYRPT
               MOVE WS-KV-ONLY-LINE TO REC-F-KEYRPT
               WRITE REC-F-KEYRPT
           END-IF.
       1086-PAIR-ONE-END.
           EXIT.

      *> Paired records: compare field by field off WS-KVF-TAB; a
      *> difference that falls outside every listed field (trailing
      *> bytes, an unlisted record type) is still a disagreement.
       1088-COMPARE-FIELDS-START.
           IF WS-KV1-REC(WS-IND-KV1) = WS-KV2-REC(WS-IND-KV2)
               ADD 1 TO WS-NB-AGREE
               GO TO 1088-COMPARE-FIELDS-END
           END-IF.
           MOVE WS-KV1-KEY(WS-IND-KV1) TO WS-KV-KEY.
           MOVE WS-KV-KEY-TYPE TO WS-KVD-TYPE.
           MOVE WS-KV-KEY-DATA TO WS-KVD-KEY.
           MOVE WS-KV-KEY-OCC  TO WS-KVD-OCC.
           MOVE 'N' TO WS-KV-FIELD-HIT.
           PERFORM VARYING IDX-KVF FROM 1 BY 1
              UNTIL IDX-KVF > 59
                   IF WS-KVF-TYPE(IDX-KVF) = WS-KV-KEY-TYPE AND
                      WS-KV1-REC(WS-IND-KV1)
                          (WS-KVF-POS(IDX-KVF):WS-KVF-LEN(IDX-KVF))
                      NOT = WS-KV2-REC(WS-IND-KV2)
                          (WS-KVF-POS(IDX-KVF):WS-KVF-LEN(IDX-KVF))
                       MOVE 'Y' TO WS-KV-FIELD-HIT
                       MOVE WS-KVF-NAME(IDX-KVF) TO WS-KVD-FIELD
                       MOVE WS-KVF-LEN(IDX-KVF) TO WS-KVF-SHOW
                       IF WS-KVF-SHOW > 40
                           MOVE 40 TO WS-KVF-SHOW
                       END-IF
                       MOVE SPACES TO WS-KVD-VAL1
                       MOVE SPACES TO WS-KVD-VAL2
                       MOVE WS-KV1-REC(WS-IND-KV1)
                            (WS-KVF-POS(IDX-KVF):WS-KVF-SHOW)
                         TO WS-KVD-VAL1
                       MOVE WS-KV2-REC(WS-IND-KV2)
                            (WS-KVF-POS(IDX-KVF):WS-KVF-SHOW)
                         TO WS-KVD-VAL2
                       PERFORM 1092-WRITE-DIFF-START
                          THRU 1092-WRITE-DIFF-END
                   END-IF
           END-PERFORM.
           IF WS-KV-FIELD-HIT = 'N'
               MOVE 'OTHER BYTES' TO WS-KVD-FIELD
               MOVE WS-KV1-REC(WS-IND-KV1)(1:40) TO WS-KVD-VAL1
               MOVE WS-KV2-REC(WS-IND-KV2)(1:40) TO WS-KVD-VAL2
               PERFORM 1092-WRITE-DIFF-START THRU 1092-WRITE-DIFF-END
           END-IF.
       1088-COMPARE-FIELDS-END.
           EXIT.

       1090-KEY-BASE-START.
           MOVE SPACES TO WS-KV-KEY.
           MOVE WS-KV-REC(1:2) TO WS-KV-KEY-TYPE.
           MOVE 0 TO WS-KV-KEYLEN.
           SET IDX-KVK TO 1.
           SEARCH WS-KVK-ENTRY
               WHEN WS-KVK-TYPE(IDX-KVK) = WS-KV-KEY-TYPE
                   MOVE WS-KVK-LEN(IDX-KVK) TO WS-KV-KEYLEN
           END-SEARCH.
           IF WS-KV-KEYLEN > 0
               MOVE WS-KV-REC(3:WS-KV-KEYLEN) TO WS-KV-KEY-DATA
           END-IF.
      *> An anonymous script has no student ID to pair on: the
      *> candidate number (R-COMP-CAND) stands in for it, ahead of
      *> the course and component type.
           IF WS-KV-KEY-TYPE = '05' AND WS-KV-REC(3:3) = '000'
               MOVE SPACES TO WS-KV-KEY-DATA
               MOVE WS-KV-REC(21:6) TO WS-KV-KEY-DATA(1:6)
               MOVE WS-KV-REC(6:7)  TO WS-KV-KEY-DATA(7:7)
           END-IF.
       1090-KEY-BASE-END.
           EXIT.

       1092-WRITE-DIFF-START.
           ADD 1 TO WS-NB-DIFF.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-DIFF-LINE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
       1092-WRITE-DIFF-END.
           EXIT.

       1095-WRITE-COUNT-START.
           MOVE SPACES TO REC-F-KEYRPT.
           MOVE WS-KV-COUNT-LINE TO REC-F-KEYRPT.
           WRITE REC-F-KEYRPT.
       1095-WRITE-COUNT-END.
           EXIT.
