       IDENTIFICATION DIVISION.
       PROGRAM-ID. file-hash.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY selhsh.

       DATA DIVISION.
       FILE SECTION.
           COPY fdhsh.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

      *> One character at a time into the low byte of a halfword,
      *> read back as its numeric code.
       01  WS-FHS-PAIR.
           03 WS-FHS-HI           PIC X       VALUE LOW-VALUE.
           03 WS-FHS-LO           PIC X       VALUE LOW-VALUE.
       01  WS-FHS-CODE REDEFINES WS-FHS-PAIR
                                  PIC 9(4)    BINARY.

       01  WS-FHS-LEN             PIC 999     VALUE 0.
       01  WS-FHS-POS             PIC 999     VALUE 0.
       01  WS-FHS-LINE-SUM        PIC 9(9)    VALUE 0.
       01  WS-FHS-WEIGHT          PIC 99      VALUE 0.
       01  WS-FHS-QUOT            PIC 9(9)    VALUE 0.
       01  WS-FHS-TOTAL           PIC 9(18)   VALUE 0.

      *> Record count and control hash of one line-sequential file,
      *> for the run output manifest and for the receiving office's
      *> check of its copy. Each line is summed as character code
      *> times column over its length without trailing blanks (a
      *> copy that lost or gained padding still agrees), the length
      *> is added in, and the line's sum is weighted by its position
      *> modulo 97 so two lines trading places change the hash. The
      *> hash keeps the low fifteen digits.
       PROCEDURE DIVISION.
       9750-FILE-HASH-START.
           MOVE 0 TO WS-HSH-COUNT.
           MOVE 0 TO WS-HSH-VALUE.
           MOVE 0 TO WS-FHS-TOTAL.
           MOVE 'N' TO WS-HSH-OK.
           MOVE '00' TO F-HASHIN-STATUS.
           IF WS-FILE-HASHIN-NAME = SPACES
               GO TO 9750-FILE-HASH-END
           END-IF.

           OPEN INPUT F-HASHIN.
           IF NOT F-HASHIN-STATUS-OK
               MOVE '00' TO F-HASHIN-STATUS
               GO TO 9750-FILE-HASH-END
           END-IF.
           PERFORM UNTIL F-HASHIN-STATUS-EOF
               READ F-HASHIN
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-HSH-COUNT
                       PERFORM 9755-HASH-LINE-START
                          THRU 9755-HASH-LINE-END
               END-READ
           END-PERFORM.
           CLOSE F-HASHIN.
           MOVE '00' TO F-HASHIN-STATUS.
           MOVE WS-FHS-TOTAL TO WS-HSH-VALUE.
           MOVE 'Y' TO WS-HSH-OK.
       9750-FILE-HASH-END.
           GOBACK.

       9755-HASH-LINE-START.
           MOVE 300 TO WS-FHS-LEN.
           PERFORM UNTIL WS-FHS-LEN = 0
                      OR REC-F-HASHIN(WS-FHS-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FHS-LEN
           END-PERFORM.
           MOVE WS-FHS-LEN TO WS-FHS-LINE-SUM.
           PERFORM VARYING WS-FHS-POS FROM 1 BY 1
              UNTIL WS-FHS-POS > WS-FHS-LEN
                   MOVE REC-F-HASHIN(WS-FHS-POS:1) TO WS-FHS-LO
                   COMPUTE WS-FHS-LINE-SUM = WS-FHS-LINE-SUM +
                       WS-FHS-CODE * WS-FHS-POS
           END-PERFORM.
           DIVIDE WS-HSH-COUNT BY 97 GIVING WS-FHS-QUOT
               REMAINDER WS-FHS-WEIGHT.
           COMPUTE WS-FHS-TOTAL = WS-FHS-TOTAL +
               WS-FHS-LINE-SUM * (WS-FHS-WEIGHT + 1).
       9755-HASH-LINE-END.
           EXIT.
