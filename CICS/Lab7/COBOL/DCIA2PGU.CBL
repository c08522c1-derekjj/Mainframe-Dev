            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD: HOME BRANCH, HOME REGION OR ALL
      * BRANCHES. AN OPERATOR WITH NO RECORD HAS NO SCOPE, BUT AN
      * UNAVAILABLE SECFILE OR BRANCH MASTER DOES NOT LOCK THE
      * BRANCH OUT.
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.

      * COPY LAST-ACTIVITY RECORD LAYOUT
            88 WS-INCREASE-PENDING   VALUE 'Y'.
       01 WS-PEND-DUP-SW    PIC X VALUE 'N'.
            88 WS-PEND-ALREADY-QUEUED VALUE 'Y'.
       01 WS-EXPO-QUEUED-SW PIC X VALUE 'N'.
            88 WS-EXPO-QUEUED        VALUE 'Y'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * AN ADDRESS CHANGE IS THE FIX FOR RETURNED MAIL - A FLAG
      * STILL ON FOR THE ACCOUNT IS CLEARED BY IT, AND THE HELD
      * LETTERS GO OUT ON THE NEXT NIGHTLY LETTER RUN
       01 WS-RTML-CLEARED-SW PIC X VALUE 'N'.
            88 WS-RTML-WAS-CLEARED   VALUE 'Y'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY CUSTOMER-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

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

      * A SECURED ACCOUNT'S LIMIT MAY NOT BE RAISED PAST THE COVER
      * ITS PLEDGED COLLATERAL GIVES - THE VALUE TAKEN AT THE
      * 'COLLRULE' PERCENTAGE FOR ITS TYPE
      * COPY COLLATERAL RECORD LAYOUT
       COPY 'COLLREC'.
       01 WS-COLL-PCT       PIC 9(3) VALUE ZERO.
       01 WS-COLL-COVER     PIC 9(6)V99 VALUE ZERO.
       01 WS-COLL-OVER-SW   PIC X VALUE 'N'.
            88 WS-COLL-OVER       VALUE 'Y'.
       01 WS-COLL-MESSAGE.
            05 FILLER             PIC X(35)
                VALUE 'LIMIT OVER THE COLLATERAL COVER OF '.
            05 WS-CLM-COVER       PIC ZZZZZ9.99.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)

           EXEC CICS HANDLE AID
                PF2(850-JUMP-TO-HOLDERS)
                PF5(860-JUMP-TO-TEMP-LIMIT)
                PF9(999-EXIT)
           END-EXEC.

                MOVE SEC-MAX-CRLIMIT TO WS-MAX-ALLOWED-LIMIT
           END-IF.

       182-CHECK-BRANCH-SCOPE.

      * IS THE BRANCH IN WS-SCOPE-BRANCH INSIDE THE SIGNED-ON
      * OPERATOR'S SCOPE? THE RECORD IS CLEARED FIRST SO ONE WRITTEN
      * BEFORE SCOPE EXISTED READS AS ALL BRANCHES
           MOVE 'Y' TO WS-SCOPE-SW.
           MOVE SPACES TO SECREC.
           MOVE EIBUSER TO SEC-USERID.

           EXEC CICS READ
                FILE('SECFILE')
                INTO(SECREC)
                LENGTH(SECREC-LEN)
                RIDFLD(SEC-USERID)
                RESP(WS-SCOPE-RESP)
           END-EXEC.

           IF WS-SCOPE-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-SCOPE-SW
           ELSE
           IF WS-SCOPE-RESP = DFHRESP(NORMAL) THEN
                IF SEC-SCOPE-BRANCH
                    AND SEC-HOME-BRANCH NOT = WS-SCOPE-BRANCH THEN
                     MOVE 'N' TO WS-SCOPE-SW
                END-IF
                IF SEC-SCOPE-REGION THEN
                     PERFORM 183-CHECK-REGION-SCOPE
                END-IF
           END-IF
           END-IF.

       183-CHECK-REGION-SCOPE.

      * A REGION OPERATOR'S SCOPE IS EVERY BRANCH THE BRANCH MASTER
      * FILES UNDER THEIR REGION - A BRANCH NOT ON THE MASTER
      * BELONGS TO NO REGION
           MOVE WS-SCOPE-BRANCH TO BRCH-CODE.

           EXEC CICS READ
                FILE('BRCHFILE')
                INTO(BRCHREC)
                LENGTH(BRCHREC-LEN)
                RIDFLD(BRCH-CODE)
                RESP(WS-SCOPE-RESP)
           END-EXEC.

           IF WS-SCOPE-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-SCOPE-SW
           ELSE
           IF WS-SCOPE-RESP = DFHRESP(NORMAL)
               AND BRCH-REGION NOT = SEC-HOME-REGION THEN
                MOVE 'N' TO WS-SCOPE-SW
           END-IF
           END-IF.

       185-LOG-DENIED-ATTEMPT.

      * A DENIED ATTEMPT IS WORTH KNOWING ABOUT - IT GOES TO THE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE ACCOUNT'S BRANCH MUST SIT INSIDE THE OPERATOR'S OWN
      * BRANCH SCOPE - AN ATTEMPT OUTSIDE IT IS LOGGED AND REFUSED
           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * READ FOR UPDATE TO LOCK THE RECORD AGAINST OTHER REWRITES,
      * NOTFND IS TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE ACCTNOI   TO ACCTNO.
                GO TO 500-REPORT-ERROR
           END-IF.

      * NOR MAY ANY OPERATOR RAISE A SECURED ACCOUNT'S LIMIT ABOVE
      * THE COVER ITS PLEDGED COLLATERAL GIVES - A CUT OR AN
      * UNCHANGED LIMIT IS ALWAYS LET THROUGH
           IF WS-LIMIT-9 > WS-BEFORE-CRLIMIT THEN
                PERFORM 680-CHECK-COLLATERAL-COVER
                IF WS-COLL-OVER THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE WS-COLL-MESSAGE TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * A NAME BEING CHANGED TO ONE ON THE WATCH LIST ONLY LANDS
      * UNDER AN OPERATOR WHO CARRIES THE APPROVE FLAG - ANYONE
      * ELSE IS REFUSED. HIT OR OVERRIDE, THE ATTEMPT GOES TO THE

      * A REASON CODE IS ONLY REQUIRED WHEN THE LIMIT ITSELF IS
      * ACTUALLY MOVING - AN ADDRESS-ONLY UPDATE DOESN'T NEED ONE
           IF CRLIMIT NOT EQUAL WS-BEFORE-CRLIMIT AND REASNL = 0 THEN
                MOVE "REASON CODE REQUIRED FOR ACCOUNT UPDATE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
      * THE REASON MUST BE A REAL CODE ON THE REFERENCE FILE AND
      * MUST BE ALLOWED FOR THE DIRECTION THE LIMIT IS MOVING -
      * FREE-TYPED CODES NOBODY CAN INTERPRET STOP HERE
           IF CRLIMIT NOT EQUAL WS-BEFORE-CRLIMIT THEN
                PERFORM 620-CHECK-REASON-CODE
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * AN INCREASE THAT WOULD TAKE THE CUSTOMER'S COMBINED LIMITS
      * PAST THEIR CEILING IS REFUSED OUTRIGHT OR QUEUED FOR A
      * SUPERVISOR, AS THE 'EXPOSURE' CONTROL RECORD SAYS. A QUEUED
      * ONE LEAVES THE LIMIT UNCHANGED, SO THE THRESHOLD CHECK BELOW
      * HAS NOTHING LEFT TO JUDGE
           IF CRLIMIT > WS-BEFORE-CRLIMIT THEN
                MOVE ACCTKEY TO WS-EXPO-ACCTKEY
                MOVE CRLIMIT TO WS-EXPO-NEW-LIMIT
                PERFORM 660-CHECK-EXPOSURE
                IF WS-EXPO-OVER AND WS-EXPO-REFUSES THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                IF WS-EXPO-OVER THEN
                     PERFORM 640-QUEUE-LIMIT-INCREASE
                     SET WS-EXPO-QUEUED TO TRUE
                     MOVE WS-BEFORE-CRLIMIT TO CRLIMIT
                END-IF
           END-IF.

      * A LIMIT INCREASE ABOVE THE SUPERVISOR-APPROVAL THRESHOLD IS
      * NOT APPLIED HERE - IT IS QUEUED TO THE PENDING-APPROVAL FILE
      * AND THE REWRITE BELOW GOES OUT WITH THE LIMIT UNCHANGED, SO
      * NAME AND ADDRESS CHANGES STILL LAND TODAY
           IF CRLIMIT > WS-BEFORE-CRLIMIT THEN
                PERFORM 630-READ-APPR-THRESHOLD
                COMPUTE WS-LIMIT-INCREASE =
                    CRLIMIT - WS-BEFORE-CRLIMIT
                IF WS-LIMIT-INCREASE > WS-APPR-THRESHOLD THEN
                     PERFORM 640-QUEUE-LIMIT-INCREASE
                     MOVE WS-BEFORE-CRLIMIT TO CRLIMIT
                END-IF
                END-EXEC
           END-IF.

           IF ADDR1 NOT = WS-BEFORE-ADDR1
               OR ADDR2 NOT = WS-BEFORE-ADDR2 THEN
                PERFORM 670-CLEAR-RETURNED-MAIL
           END-IF.

      * DROP AN ENTRY TO THE AUDIT JOURNAL FOR THIS UPDATE
           MOVE EIBUSER  TO AUDIT-USERID.
           MOVE EIBTRMID TO AUDIT-TERMID.
                MOVE "UPDATED - A LIMIT INCREASE IS ALREADY PENDING"
                    TO MSGO
           ELSE
           IF WS-EXPO-QUEUED THEN
                MOVE WS-EXPO-MESSAGE TO MSGO
                MOVE " - QUEUED" TO MSGO(51:)
           ELSE
           IF WS-INCREASE-PENDING THEN
                MOVE "UPDATED - LIMIT INCREASE AWAITS SUPERVISOR"
                    TO MSGO
           ELSE
           IF WS-RTML-WAS-CLEARED THEN
                MOVE "UPDATED - RETURNED-MAIL FLAG CLEARED"
                    TO MSGO
           ELSE
           IF WS-REASON-DESC NOT = SPACES THEN
                MOVE WS-REASON-DESC TO WS-UM-REASON-DESC
                MOVE WS-UPDATED-MESSAGE TO MSGO
                MOVE "RECORD SUCCESSFULLY UPDATED!" TO MSGO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           EXEC CICS SEND
           END-IF
           END-IF.

       660-CHECK-EXPOSURE.

      * A LIMIT IS JUDGED AGAINST THE WHOLE RELATIONSHIP, NOT JUST
      * ITS OWN ACCOUNT - EVERY ACCOUNT LINKED TO THE SAME CUSTOMER
      * COUNTS, WITH THIS ONE AT ITS PROPOSED LIMIT. AN UNLINKED
      * ACCOUNT, NO CEILING, OR AN UNAVAILABLE FILE LEAVES THE CHECK
      * PASSED, SINCE A REFERENCE FILE BEING OFFLINE MUST NOT STOP
      * ACCOUNT WORK
           MOVE 'N' TO WS-EXPO-OVER-SW.
           PERFORM 661-FIND-OWNER.
           IF WS-EXPO-HAS-OWNER THEN
                PERFORM 663-READ-CEILING
                IF WS-EXPO-CEILING > 0 THEN
                     PERFORM 665-SUM-EXPOSURE
                     IF WS-EXPO-TOTAL > WS-EXPO-CEILING THEN
                          SET WS-EXPO-OVER TO TRUE
                          MOVE WS-EXPO-TOTAL   TO WS-EM-TOTAL
                          MOVE WS-EXPO-CEILING TO WS-EM-CEILING
                     END-IF
                END-IF
           END-IF.

       661-FIND-OWNER.

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
                PERFORM 662-SCAN-ONE-OWNER-LINK
                    UNTIL WS-EXPO-BR-DONE
                EXEC CICS ENDBR
                     FILE('CLNKFILE')
                END-EXEC
           END-IF.

       662-SCAN-ONE-OWNER-LINK.

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

       663-READ-CEILING.

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

       665-SUM-EXPOSURE.

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
                PERFORM 666-ADD-ONE-LINK
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

       666-ADD-ONE-LINK.

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
                PERFORM 667-ADD-LINKED-LIMIT
           END-IF
           END-IF
           END-IF.

       667-ADD-LINKED-LIMIT.

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

       670-CLEAR-RETURNED-MAIL.

      * NO FLAG, OR ONE ALREADY CLEARED, IS NOTHING TO DO - AND AN
      * UNAVAILABLE FLAG FILE MUST NOT UNDO THE ADDRESS CHANGE
      * ALREADY COMMITTED ABOVE
           MOVE ACCTKEY TO RTML-ACCTKEY.

           EXEC CICS READ
                FILE('RTMLFILE')
                INTO(RTMLREC)
                LENGTH(RTMLREC-LEN)
                RIDFLD(RTML-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF RTML-FLAGGED THEN
                     SET RTML-CLEARED TO TRUE
                     MOVE AUDIT-DATE TO RTML-CLEAR-DATE
                     MOVE EIBUSER TO RTML-CLEAR-USERID
                     EXEC CICS REWRITE
                          FILE('RTMLFILE')
                          FROM(RTMLREC)
                          LENGTH(RTMLREC-LEN)
                          RESP(WS-RESP)
                     END-EXEC
                     IF WS-RESP = DFHRESP(NORMAL) THEN
                          SET WS-RTML-WAS-CLEARED TO TRUE
                     END-IF
                ELSE
                     EXEC CICS UNLOCK
                          FILE('RTMLFILE')
                     END-EXEC
                END-IF
           END-IF.

       680-CHECK-COLLATERAL-COVER.

      * AN UNSECURED ACCOUNT, A PLEDGE ALREADY RELEASED OR AN
      * UNAVAILABLE FILE LEAVES THE CHECK PASSED, SAME AS THE
      * EXPOSURE CHECK
           MOVE 'N' TO WS-COLL-OVER-SW.
           MOVE ACCTKEY TO COLL-ACCTKEY.

           EXEC CICS READ
                FILE('COLLFILE')
                INTO(COLLREC)
                LENGTH(COLLREC-LEN)
                RIDFLD(COLL-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND COLL-PLEDGED THEN
                PERFORM 685-READ-COLLATERAL-RULE
                COMPUTE WS-COLL-COVER =
                    COLL-VALUE * WS-COLL-PCT / 100
                IF WS-LIMIT-9 > WS-COLL-COVER THEN
                     SET WS-COLL-OVER TO TRUE
                     MOVE WS-COLL-COVER TO WS-CLM-COVER
                END-IF
           END-IF.

       685-READ-COLLATERAL-RULE.

      * A MISSING OR UNREADABLE 'COLLRULE' CONTROL RECORD LENDS 100
      * PERCENT AGAINST A DEPOSIT AND 70 AGAINST ANY OTHER ASSET
           IF COLL-TYPE-DEPOSIT THEN
                MOVE 100 TO WS-COLL-PCT
           ELSE
                MOVE 70 TO WS-COLL-PCT
           END-IF.
           MOVE 'COLLRULE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF COLL-TYPE-DEPOSIT
                    AND CTL-COLL-DEPOSIT-PCT IS NUMERIC
                    AND CTL-COLL-DEPOSIT-PCT > 0 THEN
                     MOVE CTL-COLL-DEPOSIT-PCT TO WS-COLL-PCT
                END-IF
                IF NOT COLL-TYPE-DEPOSIT
                    AND CTL-COLL-ASSET-PCT IS NUMERIC
                    AND CTL-COLL-ASSET-PCT > 0 THEN
                     MOVE CTL-COLL-ASSET-PCT TO WS-COLL-PCT
                END-IF
           END-IF.

       850-JUMP-TO-HOLDERS.

      * CAPTURE OR REVIEW THE ACCOUNT'S SECONDARY HOLDERS AS PART OF
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       860-JUMP-TO-TEMP-LIMIT.

      * A LIMIT INCREASE THAT IS ONLY FOR A WHILE IS KEYED ON IA59
      * WITH ITS END DATE - THE UPDATE MAP HAS NO ROOM FOR ONE. THE
      * KEY ON SCREEN RIDES ACROSS THE SAME WAY AS FOR PF2.
           MOVE 'INQ' TO WS-CARRY-SOURCE.
           MOVE ACCTCODEI TO WS-CARRY-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-CARRY-ACCTKEY(4:5).

           EXEC CICS XCTL
                PROGRAM('DCIA2PHN')
                COMMAREA(WS-CARRY-COMMAREA)
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
