       IDENTIFICATION DIVISION.
       PROGRAM-ID. op-auth.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY seloau.

       DATA DIVISION.
       FILE SECTION.
           COPY fdoau.

       WORKING-STORAGE SECTION.
           COPY filestat.
           COPY workvars.

      *> Privilege check for the supervisor parm cards and the
      *> destructive utilities. Reads the operator authorization
      *> table whole and grants WS-AUTH-PRIV to WS-OPERATOR only if a
      *> row pairs that operator with that privilege (or with ALL).
      *> Fails closed: no table, an unreadable table or a blank
      *> operator ID is a refusal, displayed with the reason -- the
      *> caller journals it and stops. The table name is fixed here
      *> rather than primed by initialize.cbl, so the standalone
      *> utilities check the same file a posting run does.
       PROCEDURE DIVISION.
       9600-OP-AUTH-START.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE 'operauth.dat' TO WS-FILE-OPERAUTH-NAME.
           MOVE '00' TO F-OPERAUTH-STATUS.

           IF WS-OPERATOR = SPACES
               DISPLAY 'AUTHORIZATION: NO OPERATOR ID --' SPACE
                       WS-AUTH-PRIV SPACE 'REFUSED'
               GO TO 9600-OP-AUTH-END
           END-IF.

           OPEN INPUT F-OPERAUTH.
           IF NOT F-OPERAUTH-STATUS-OK
               DISPLAY 'AUTHORIZATION: TABLE' SPACE
                       WS-FILE-OPERAUTH-NAME SPACE
                       'UNAVAILABLE, STATUS' SPACE F-OPERAUTH-STATUS
               MOVE '00' TO F-OPERAUTH-STATUS
               GO TO 9600-OP-AUTH-END
           END-IF.
           PERFORM UNTIL F-OPERAUTH-STATUS-EOF
               READ F-OPERAUTH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF R-OAU-OPERATOR(1:1) NOT = '*' AND
                          R-OAU-OPERATOR = WS-OPERATOR AND
                          (R-OAU-PRIV = WS-AUTH-PRIV OR
                           R-OAU-PRIV = 'ALL')
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OPERAUTH.
           MOVE '00' TO F-OPERAUTH-STATUS.

           IF WS-AUTH-DENIED
               DISPLAY 'AUTHORIZATION: OPERATOR' SPACE WS-OPERATOR
                       SPACE 'DOES NOT HOLD' SPACE WS-AUTH-PRIV
                       SPACE '--' SPACE WS-AUTH-JOB SPACE 'REFUSED'
           END-IF.
       9600-OP-AUTH-END.
           GOBACK.
