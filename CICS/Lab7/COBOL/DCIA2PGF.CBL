      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.

      * THE CUSTOMER'S OWN EXPOSURE CEILING IS KEYED IN CENTS AND
      * SLID RIGHT-JUSTIFIED INTO A ZERO-FILLED FIELD, THE SAME WAY
      * IA23 TAKES A CREDIT LIMIT
       01 WS-CEIL-X         PIC X(9).
       01 WS-CEIL-9 REDEFINES WS-CEIL-X
                            PIC 9(7)V99.

      * CUSTOMER-LEVEL EXPOSURE - THE COMBINED LIMITS OF EVERY
      * ACCOUNT LINKED TO THE SAME CUSTOMER MAY NOT PASS THE
      * CUSTOMER'S OWN CEILING ON CUSTFILE, OR FAILING THAT THE HOUSE
      * CEILING ON THE CTLFILE 'EXPOSURE' RECORD. NO CEILING AT ALL
      * LEAVES THE CHECK SWITCHED OFF.
       01 WS-EXPO-CEILING   PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPO-ACTION    PIC X VALUE 'Q'.
            88 WS-EXPO-REFUSES    VALUE 'R'.
       01 WS-EXPO-TOTAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPO-NEW-LIMIT PIC 9(6)V99 VALUE ZERO.
       01 WS-EXPO-ACCTKEY   PIC X(8) VALUE SPACES.
       01 WS-EXPO-OWNER     PIC 9(6) VALUE ZERO.
       01 WS-EXPO-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-EXPO-OVER-SW   PIC X VALUE 'N'.
            88 WS-EXPO-OVER       VALUE 'Y'.
       01 WS-EXPO-SEEN-SW   PIC X VALUE 'N'.
            88 WS-EXPO-ACCT-SEEN  VALUE 'Y'.
       01 WS-EXPO-BR-SW     PIC X VALUE 'N'.
            88 WS-EXPO-BR-DONE    VALUE 'Y'.

      * THE OTHER LINKED ACCOUNTS ARE READ INTO THEIR OWN AREA SO
      * THE RECORD BEING CHANGED IN ACCTREC IS NEVER OVERLAID - ONLY
      * THE LIMIT AND STATUS ARE WANTED
       01 WS-EXPO-ACCT.
            05 FILLER             PIC X(82).
            05 WS-EXPO-CRLIMIT    PIC 9(6)V99.
            05 FILLER             PIC X(8).
            05 WS-EXPO-STAT       PIC X.

      * THE REFUSAL SHOWS THE COMBINED FIGURE AGAINST THE CEILING
       01 WS-EXPO-MESSAGE.
            05 FILLER             PIC X(16) VALUE 'COMBINED LIMITS '.
            05 WS-EM-TOTAL        PIC 9999999.99.
            05 FILLER             PIC X(14) VALUE ' OVER CEILING '.
            05 WS-EM-CEILING      PIC 9999999.99.

      * LINKING AN ACCOUNT THAT TAKES THE CUSTOMER PAST THEIR
      * CEILING NEEDS AN OPERATOR WITH THE APPROVER FLAG, SINCE
      * THERE IS NO QUEUE FOR A LINK TO WAIT ON. A SECFILE THAT IS
      * ITSELF UNAVAILABLE DOES NOT LOCK LINKING OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.

      * A CUSTOMER STILL CARRYING LINKS MAY NOT BE DELETED - THE
      * BROWSE BELOW LOOKS FOR THE FIRST LINK UNDER THE NUMBER
       01 WS-LINK-SW        PIC X VALUE 'N'.
                MOVE "SIR NAME REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "A" OR ACTIONI = "C") AND CEILL > 0
               AND CEILI(1:CEILL) IS NOT NUMERIC THEN
                MOVE "CEILING MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "A" OR ACTIONI = "C") AND CEILL > 0
               AND CEILL < 3 THEN
                MOVE "CEILING IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "A" OR ACTIONI = "C") AND CONSL > 0
               AND CONSI NOT = "Y" AND CONSI NOT = "N" THEN
                MOVE "CONSOLIDATED STATEMENT MUST BE Y OR N"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "L" OR ACTIONI = "U")
               AND (ACCTCODEL = 0 OR ACCTNOL < 5) THEN
                MOVE "BRANCH CODE AND 5-DIGIT ACCOUNT REQUIRED"
           MOVE ADDR1I  TO CUST-ADDR1.
           MOVE ADDR2I  TO CUST-ADDR2.

      * A BLANK CEILING LEAVES THE CUSTOMER ON THE HOUSE CEILING
           MOVE ZERO TO CUST-EXPO-CEILING.
           IF CEILL > 0 THEN
                MOVE ZEROES TO WS-CEIL-X
                MOVE CEILI(1:CEILL) TO WS-CEIL-X(10 - CEILL:)
                MOVE WS-CEIL-9 TO CUST-EXPO-CEILING
           END-IF.

      * A BLANK STATEMENT OPTION MEANS ONE STATEMENT PER ACCOUNT
           MOVE 'N' TO CUST-CONSOL-STMT.
           IF CONSL > 0 THEN
                MOVE CONSI TO CUST-CONSOL-STMT
           END-IF.

           EXEC CICS WRITE
                FILE('CUSTFILE')
                FROM(CUSTREC)
           MOVE ADDR1I TO CUST-ADDR1.
           MOVE ADDR2I TO CUST-ADDR2.

      * A BLANK CEILING KEEPS WHATEVER IS ON FILE - KEY 000 TO PUT
      * THE CUSTOMER BACK ON THE HOUSE CEILING
           IF CEILL > 0 THEN
                MOVE ZEROES TO WS-CEIL-X
                MOVE CEILI(1:CEILL) TO WS-CEIL-X(10 - CEILL:)
                MOVE WS-CEIL-9 TO CUST-EXPO-CEILING
           END-IF.

      * A BLANK STATEMENT OPTION KEEPS WHATEVER IS ON FILE
           IF CONSL > 0 THEN
                MOVE CONSI TO CUST-CONSOL-STMT
           END-IF.

           EXEC CICS REWRITE
                FILE('CUSTFILE')
                FROM(CUSTREC)
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE ACCOUNT'S LIMIT NOW COUNTS AGAINST THIS CUSTOMER'S
      * CEILING - A CLOSED OR ESCHEATED ACCOUNT BRINGS NO LIVE LIMIT
           MOVE CUSTNOI TO WS-EXPO-OWNER.
           MOVE ACCTKEY TO WS-EXPO-ACCTKEY.
           IF STAT = 'C' OR STAT = 'Z' OR STAT = 'E' THEN
                MOVE ZERO TO WS-EXPO-NEW-LIMIT
           ELSE
                MOVE CRLIMIT TO WS-EXPO-NEW-LIMIT
           END-IF.
           PERFORM 690-CHECK-LINK-EXPOSURE.
           IF WS-EXPO-OVER THEN
                IF WS-EXPO-REFUSES THEN
                     MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                PERFORM 698-CHECK-APPROVER-AUTH
                IF NOT WS-AUTH-OK THEN
                     MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                     MOVE " - NO AUTH" TO WS-MESSAGE(51:)
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           MOVE CUSTNOI   TO CLNK-CUST-NUMBER.
           MOVE ACCTCODEI TO CLNK-ACCTCODE.
           MOVE ACCTNOI   TO CLNK-ACCTNO.
                GO TO 500-REPORT-ERROR
           END-IF.

           IF WS-EXPO-OVER THEN
                MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                MOVE " LINKED" TO WS-MESSAGE(51:)
           ELSE
                MOVE "ACCOUNT LINKED TO CUSTOMER" TO WS-MESSAGE
           END-IF.
           GO TO 800-CONFIRM.

       665-CHECK-ALREADY-LINKED.
           MOVE "ACCOUNT UNLINKED" TO WS-MESSAGE.
           GO TO 800-CONFIRM.

       690-CHECK-LINK-EXPOSURE.

      * A LIMIT IS JUDGED AGAINST THE WHOLE RELATIONSHIP, NOT JUST
      * ITS OWN ACCOUNT - EVERY ACCOUNT ALREADY LINKED TO THE
      * CUSTOMER COUNTS, PLUS THE ONE BEING LINKED. NO CEILING, OR
      * AN UNAVAILABLE FILE, LEAVES THE CHECK PASSED, SINCE A
      * REFERENCE FILE BEING OFFLINE MUST NOT STOP ACCOUNT WORK
           MOVE 'N' TO WS-EXPO-OVER-SW.
           PERFORM 693-READ-CEILING.
           IF WS-EXPO-CEILING > 0 THEN
                PERFORM 695-SUM-EXPOSURE
                IF WS-EXPO-TOTAL > WS-EXPO-CEILING THEN
                     SET WS-EXPO-OVER TO TRUE
                     MOVE WS-EXPO-TOTAL   TO WS-EM-TOTAL
                     MOVE WS-EXPO-CEILING TO WS-EM-CEILING
                END-IF
           END-IF.

       693-READ-CEILING.

      * THE CUSTOMER'S OWN CEILING WINS OVER THE HOUSE CEILING - A
      * ZERO ON CUSTFILE MEANS NONE OF THEIR OWN
           MOVE ZERO TO WS-EXPO-CEILING.
           MOVE 'Q' TO WS-EXPO-ACTION.
           MOVE 'EXPOSURE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NORMAL)
               AND CTL-EXPO-CEILING IS NUMERIC THEN
                MOVE CTL-EXPO-CEILING TO WS-EXPO-CEILING
                IF CTL-EXPO-REFUSE THEN
                     MOVE 'R' TO WS-EXPO-ACTION
                END-IF
           END-IF.

           MOVE WS-EXPO-OWNER TO CUST-NUMBER.

           EXEC CICS READ
                FILE('CUSTFILE')
                INTO(CUSTREC)
                LENGTH(CUSTREC-LEN)
                RIDFLD(CUST-NUMBER)
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NORMAL)
               AND CUST-EXPO-CEILING IS NUMERIC
               AND CUST-EXPO-CEILING > 0 THEN
                MOVE CUST-EXPO-CEILING TO WS-EXPO-CEILING
           END-IF.

       695-SUM-EXPOSURE.

           MOVE ZERO TO WS-EXPO-TOTAL.
           MOVE 'N' TO WS-EXPO-SEEN-SW.
           MOVE 'N' TO WS-EXPO-BR-SW.
           MOVE WS-EXPO-OWNER TO CLNK-CUST-NUMBER.
           MOVE LOW-VALUES TO CLNK-ACCTKEY.

           EXEC CICS STARTBR
                FILE('CLNKFILE')
                RIDFLD(CLNK-KEY)
                GTEQ
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NORMAL) THEN
                PERFORM 696-ADD-ONE-LINK
                    UNTIL WS-EXPO-BR-DONE
                EXEC CICS ENDBR
                     FILE('CLNKFILE')
                END-EXEC
           END-IF.

      * AN ACCOUNT BEING LINKED IS NOT ON THE LINK FILE YET - ITS
      * LIMIT STILL COUNTS
           IF NOT WS-EXPO-ACCT-SEEN THEN
                ADD WS-EXPO-NEW-LIMIT TO WS-EXPO-TOTAL
           END-IF.

       696-ADD-ONE-LINK.

           EXEC CICS READNEXT
                FILE('CLNKFILE')
                INTO(CLNKREC)
                LENGTH(CLNKREC-LEN)
                RIDFLD(CLNK-KEY)
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP NOT = DFHRESP(NORMAL) THEN
                SET WS-EXPO-BR-DONE TO TRUE
           ELSE
           IF CLNK-CUST-NUMBER NOT = WS-EXPO-OWNER THEN
                SET WS-EXPO-BR-DONE TO TRUE
           ELSE
           IF CLNK-ACCTKEY = WS-EXPO-ACCTKEY THEN
                SET WS-EXPO-ACCT-SEEN TO TRUE
                ADD WS-EXPO-NEW-LIMIT TO WS-EXPO-TOTAL
           ELSE
                PERFORM 697-ADD-LINKED-LIMIT
           END-IF
           END-IF
           END-IF.

       697-ADD-LINKED-LIMIT.

      * A CLOSED OR ESCHEATED ACCOUNT CARRIES NO LIVE LIMIT, AND A
      * STALE LINK WHOSE ACCOUNT IS GONE COUNTS FOR NOTHING. THE
      * READNEXT LOOP MUST NOT MISTAKE A MISS HERE FOR THE END OF
      * THE LINK BROWSE.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(WS-EXPO-ACCT)
                LENGTH(ACCTREC-LEN)
                RIDFLD(CLNK-ACCTKEY)
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NORMAL)
               AND WS-EXPO-STAT NOT = 'C'
               AND WS-EXPO-STAT NOT = 'Z'
               AND WS-EXPO-STAT NOT = 'E' THEN
                ADD WS-EXPO-CRLIMIT TO WS-EXPO-TOTAL
           END-IF.

           MOVE ZERO TO WS-EXPO-RESP.

       698-CHECK-APPROVER-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE APPROVER FLAG
           MOVE 'Y' TO WS-AUTH-SW.
           MOVE EIBUSER TO SEC-USERID.

           EXEC CICS READ
                FILE('SECFILE')
                INTO(SECREC)
                LENGTH(SECREC-LEN)
                RIDFLD(SEC-USERID)
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-AUTH-SW
           ELSE
           IF WS-EXPO-RESP = DFHRESP(NORMAL)
               AND NOT SEC-ALLOWS-APPROVE THEN
                MOVE 'N' TO WS-AUTH-SW
           END-IF
           END-IF.

       800-CONFIRM.

           MOVE LOW-VALUES TO MAP1O.
