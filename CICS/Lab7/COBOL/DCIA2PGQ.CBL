            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY CUSTOMER-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY BEHAVIOURAL RISK SCORE RECORD LAYOUT
       COPY 'RISKREC'.

      * COPY TEMPORARY CREDIT-LIMIT RECORD LAYOUT
       COPY 'TLIMREC'.

      * A QUEUED INCREASE KEYED ON IA59 IS TEMPORARY - APPROVING IT
      * STARTS THE CLOCK TO ITS END DATE, REJECTING IT CLOSES THE
      * TEMPORARY RECORD. AN UNAVAILABLE TLIMFILE LEAVES THE QUEUE
      * WORKING AS BEFORE.
       01 WS-TLIM-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-TLIM-SW        PIC X VALUE 'N'.
            88 WS-TLIM-STARTED   VALUE 'Y'.
       01 WS-TLIM-MESSAGE.
            05 FILLER             PIC X(34)
                VALUE 'TEMPORARY INCREASE APPLIED - ENDS '.
            05 WS-TM-END-DATE     PIC 9(8).

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
       01 WS-EXPO-OWNER-SW  PIC X VALUE 'N'.
            88 WS-EXPO-HAS-OWNER  VALUE 'Y'.
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
       01 WS-EXPO-OVERRIDE-SW PIC X VALUE 'N'.
            88 WS-EXPO-OVERRIDDEN  VALUE 'Y'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-BEFORE-CRLIMIT PIC 9(6)V99.
            05 WS-DL-REASON       PIC X(2).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-RSN-DESC     PIC X(10).
            05 FILLER             PIC X(6) VALUE ' RISK '.
            05 WS-DL-RISK-AREA.
                 10 WS-DL-RISK         PIC ZZ9.
                 10 FILLER             PIC X VALUE SPACE.
                 10 WS-DL-RISK-MOVE    PIC +ZZ9.
            05 WS-DL-RISK-NONE REDEFINES WS-DL-RISK-AREA
                                  PIC X(8).

      * THE SUPERVISOR SEES LAST NIGHT'S BEHAVIOURAL RISK SCORE AND
      * ITS MOVE FROM THE NIGHT BEFORE BESIDE EACH INCREASE. AN
      * ACCOUNT NOT YET SCORED, OR AN UNAVAILABLE RISKFILE, SHOWS
      * NONE.
       01 WS-RISK-MOVE      PIC S9(3) VALUE ZERO.
       01 WS-RISK-RESP      PIC S9(8) COMP VALUE ZERO.

       01 WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 6 TIMES
                                  PIC X(76).
       01 WS-LINE-COUNT     PIC 9 VALUE 0.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
           MOVE CRLIMIT TO WS-BEFORE-CRLIMIT.
           MOVE STAT    TO WS-BEFORE-STAT.

      * THE SUPERVISOR SEES THE WHOLE RELATIONSHIP, NOT JUST THIS
      * ACCOUNT - UNDER A REFUSING 'EXPOSURE' RULE AN INCREASE THAT
      * WOULD TAKE THE CUSTOMER PAST THEIR CEILING CANNOT BE
      * APPROVED AND STAYS QUEUED FOR REJECTION. UNDER A QUEUEING
      * RULE THE APPROVAL ITSELF IS THE OVERRIDE, AND THE COMBINED
      * FIGURE RIDES THE CONFIRMATION
           IF PEND-NEW-LIMIT > CRLIMIT THEN
                MOVE ACCTKEY TO WS-EXPO-ACCTKEY
                MOVE PEND-NEW-LIMIT TO WS-EXPO-NEW-LIMIT
                PERFORM 620-CHECK-EXPOSURE
                IF WS-EXPO-OVER AND WS-EXPO-REFUSES THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                IF WS-EXPO-OVER THEN
                     SET WS-EXPO-OVERRIDDEN TO TRUE
                END-IF
           END-IF.

           MOVE PEND-NEW-LIMIT TO CRLIMIT.

           EXEC CICS REWRITE
                LENGTH(AUDITREC-LEN)
           END-EXEC.

           PERFORM 690-START-TEMP-LIMIT.

      * THE ITEM IS DONE - TAKE IT OFF THE QUEUE
           EXEC CICS DELETE
                FILE('PENDFILE')
                RIDFLD(PEND-KEY)
           END-EXEC.

           IF WS-EXPO-OVERRIDDEN THEN
                MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                MOVE " APPROVED" TO WS-MESSAGE(51:)
           ELSE
           IF WS-TLIM-STARTED THEN
                MOVE WS-TLIM-MESSAGE TO WS-MESSAGE
           ELSE
                MOVE "INCREASE APPROVED AND APPLIED" TO WS-MESSAGE
           END-IF
           END-IF.
           GO TO 700-LIST-PENDING-QUEUE.

       680-REJECT-INCREASE.
                RIDFLD(PEND-KEY)
           END-EXEC.

           PERFORM 695-CLOSE-TEMP-LIMIT.

           MOVE "INCREASE REJECTED AND REMOVED FROM THE QUEUE"
               TO WS-MESSAGE.
           GO TO 700-LIST-PENDING-QUEUE.

       690-START-TEMP-LIMIT.

      * A PENDING TEMPORARY RECORD FOR THIS SAME INCREASE GOES
      * ACTIVE, AND THE LIMIT IT REPLACED TODAY BECOMES THE LIMIT
      * THE NIGHTLY DCIA2TLR RUN PUTS BACK ON THE END DATE
           MOVE PEND-ACCTKEY TO TLIM-ACCTKEY.

           EXEC CICS READ
                FILE('TLIMFILE')
                INTO(TLIMREC)
                LENGTH(TLIMREC-LEN)
                RIDFLD(TLIM-KEY)
                UPDATE
                RESP(WS-TLIM-RESP)
           END-EXEC.

           IF WS-TLIM-RESP = DFHRESP(NORMAL) THEN
                IF TLIM-PENDING
                    AND TLIM-TEMP-LIMIT = PEND-NEW-LIMIT THEN
                     SET TLIM-ACTIVE TO TRUE
                     MOVE WS-BEFORE-CRLIMIT TO TLIM-REVERT-LIMIT
                     MOVE AUDIT-DATE TO TLIM-SET-DATE
                     EXEC CICS REWRITE
                          FILE('TLIMFILE')
                          FROM(TLIMREC)
                          LENGTH(TLIMREC-LEN)
                          RESP(WS-TLIM-RESP)
                     END-EXEC
                     IF WS-TLIM-RESP = DFHRESP(NORMAL) THEN
                          SET WS-TLIM-STARTED TO TRUE
                          MOVE TLIM-END-DATE TO WS-TM-END-DATE
                     END-IF
                ELSE
                     EXEC CICS UNLOCK
                          FILE('TLIMFILE')
                     END-EXEC
                END-IF
           END-IF.

       695-CLOSE-TEMP-LIMIT.

      * THE INCREASE NEVER LANDED, SO A PENDING TEMPORARY RECORD FOR
      * IT IS CLOSED AS REJECTED AND THE ACCOUNT MAY HAVE ANOTHER
           MOVE PEND-ACCTKEY TO TLIM-ACCTKEY.

           EXEC CICS READ
                FILE('TLIMFILE')
                INTO(TLIMREC)
                LENGTH(TLIMREC-LEN)
                RIDFLD(TLIM-KEY)
                UPDATE
                RESP(WS-TLIM-RESP)
           END-EXEC.

           IF WS-TLIM-RESP = DFHRESP(NORMAL) THEN
                IF TLIM-PENDING THEN
                     EXEC CICS ASKTIME
                          ABSTIME(WS-ABSTIME)
                     END-EXEC
                     EXEC CICS FORMATTIME
                          ABSTIME(WS-ABSTIME)
                          YYYYMMDD(TLIM-CLOSE-DATE)
                     END-EXEC
                     SET TLIM-REJECTED TO TRUE
                     EXEC CICS REWRITE
                          FILE('TLIMFILE')
                          FROM(TLIMREC)
                          LENGTH(TLIMREC-LEN)
                          RESP(WS-TLIM-RESP)
                     END-EXEC
                ELSE
                     EXEC CICS UNLOCK
                          FILE('TLIMFILE')
                     END-EXEC
                END-IF
           END-IF.

       180-CHECK-APPROVER-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       620-CHECK-EXPOSURE.

      * A LIMIT IS JUDGED AGAINST THE WHOLE RELATIONSHIP, NOT JUST
      * ITS OWN ACCOUNT - EVERY ACCOUNT LINKED TO THE SAME CUSTOMER
      * COUNTS, WITH THIS ONE AT ITS PROPOSED LIMIT. AN UNLINKED
      * ACCOUNT, NO CEILING, OR AN UNAVAILABLE FILE LEAVES THE CHECK
      * PASSED, SINCE A REFERENCE FILE BEING OFFLINE MUST NOT STOP
      * ACCOUNT WORK
           MOVE 'N' TO WS-EXPO-OVER-SW.
           PERFORM 621-FIND-OWNER.
           IF WS-EXPO-HAS-OWNER THEN
                PERFORM 623-READ-CEILING
                IF WS-EXPO-CEILING > 0 THEN
                     PERFORM 625-SUM-EXPOSURE
                     IF WS-EXPO-TOTAL > WS-EXPO-CEILING THEN
                          SET WS-EXPO-OVER TO TRUE
                          MOVE WS-EXPO-TOTAL   TO WS-EM-TOTAL
                          MOVE WS-EXPO-CEILING TO WS-EM-CEILING
                     END-IF
                END-IF
           END-IF.

       621-FIND-OWNER.

      * FULL SCAN - THE CUSTOMER-FIRST KEY CANNOT REACH THE ACCOUNT
      * DIRECTLY, SAME PRECEDENT AS THE IA39 LINK CHECK
           MOVE 'N' TO WS-EXPO-OWNER-SW.
           MOVE 'N' TO WS-EXPO-BR-SW.
           MOVE LOW-VALUES TO CLNK-KEY.

           EXEC CICS STARTBR
                FILE('CLNKFILE')
                RIDFLD(CLNK-KEY)
                GTEQ
                RESP(WS-EXPO-RESP)
           END-EXEC.

           IF WS-EXPO-RESP = DFHRESP(NORMAL) THEN
                PERFORM 622-SCAN-ONE-OWNER-LINK
                    UNTIL WS-EXPO-BR-DONE
                EXEC CICS ENDBR
                     FILE('CLNKFILE')
                END-EXEC
           END-IF.

       622-SCAN-ONE-OWNER-LINK.

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
           IF CLNK-ACCTKEY = WS-EXPO-ACCTKEY THEN
                MOVE CLNK-CUST-NUMBER TO WS-EXPO-OWNER
                SET WS-EXPO-HAS-OWNER TO TRUE
                SET WS-EXPO-BR-DONE TO TRUE
           END-IF
           END-IF.

       623-READ-CEILING.

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

       625-SUM-EXPOSURE.

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
                PERFORM 626-ADD-ONE-LINK
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

       626-ADD-ONE-LINK.

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
                PERFORM 627-ADD-LINKED-LIMIT
           END-IF
           END-IF
           END-IF.

       627-ADD-LINKED-LIMIT.

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

       700-LIST-PENDING-QUEUE.

           MOVE 'N' TO WS-BR-SW.
           MOVE PEND-NEW-LIMIT TO WS-DL-NEW-LIMIT.
           MOVE PEND-REASON    TO WS-DL-REASON.
           PERFORM 770-GET-REASON-DESC.
           PERFORM 780-GET-RISK-SCORE.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-DETAIL-LINE TO WS-LINE-ENTRY(WS-LINE-COUNT).
                MOVE SPACES TO WS-DL-RSN-DESC
           END-IF.

       780-GET-RISK-SCORE.

           MOVE PEND-ACCTCODE TO RISK-ACCTCODE.
           MOVE PEND-ACCTNO   TO RISK-ACCTNO.

           EXEC CICS READ
                FILE('RISKFILE')
                INTO(RISKREC)
                LENGTH(RISKREC-LEN)
                RIDFLD(RISK-ACCTKEY)
                RESP(WS-RISK-RESP)
           END-EXEC.

           IF WS-RISK-RESP = DFHRESP(NORMAL) THEN
                IF RISK-PREV-DATE = 0 THEN
                     MOVE ZERO TO WS-RISK-MOVE
                ELSE
                     COMPUTE WS-RISK-MOVE =
                         RISK-SCORE - RISK-PREV-SCORE
                END-IF
                MOVE RISK-SCORE   TO WS-DL-RISK
                MOVE WS-RISK-MOVE TO WS-DL-RISK-MOVE
           ELSE
                MOVE 'NONE' TO WS-DL-RISK-NONE
           END-IF.

       800-SHOW-QUEUE.

           MOVE LOW-VALUES TO MAP1O.
