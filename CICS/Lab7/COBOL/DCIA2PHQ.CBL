       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHQ.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SECURED-ACCOUNT COLLATERAL MAP LAYOUT
       COPY 'DCIA2NQ'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY COLLATERAL RECORD LAYOUT
       COPY 'COLLREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * PLEDGING OR REVALUING COLLATERAL NEEDS THE UPDATE FLAG - IT
      * MOVES WHAT THE ACCOUNT MAY BORROW. A SECFILE THAT IS ITSELF
      * UNAVAILABLE DOES NOT LOCK THE BRANCH OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * BATCH-WINDOW CONTROL - THE REVALUATION RUN READS COLLFILE
      * WHILE THE SYSTEM IS MARKED CLOSED, SO NOTHING IS PLEDGED OR
      * REVALUED UNDER IT. A MISSING OR UNAVAILABLE CONTROL RECORD
      * LEAVES THE SYSTEM OPEN.
       01 WS-SYSTEM-SW      PIC X VALUE 'O'.
            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD, THE SAME RULE AS IA25
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ACCT-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.
       01 WS-WANTED-ACCTKEY PIC X(8) VALUE SPACES.
       01 WS-OLD-VALUE      PIC 9(6)V99 VALUE ZERO.
       01 WS-OLD-STATUS     PIC X VALUE SPACE.

      * THE VALUE IS KEYED IN CENTS AND SLID RIGHT-JUSTIFIED INTO A
      * ZERO-FILLED FIELD, THE SAME WAY IA25 TAKES AN AMOUNT
       01 WS-VALUE-X        PIC X(8).
       01 WS-VALUE-9 REDEFINES WS-VALUE-X
                            PIC 9(6)V99.

      * THE VALUATION DATE IS KEYED YYYYMMDD - LEFT BLANK IT IS TODAY
       01 WS-VALDATE.
            05 WS-VD-YYYY         PIC 9(4).
            05 WS-VD-MM           PIC 9(2).
            05 WS-VD-DD           PIC 9(2).
       01 WS-VALDATE-9 REDEFINES WS-VALDATE
                            PIC 9(8).

      * COVER RULES - THE 'COLLRULE' CONTROL RECORD. A MISSING OR
      * UNREADABLE RECORD LENDS 100 PERCENT AGAINST A DEPOSIT, 70
      * AGAINST ANY OTHER ASSET, AND CALLS A VALUATION STALE AFTER
      * 365 DAYS
       01 WS-DEPOSIT-PCT    PIC 9(3) VALUE 100.
       01 WS-ASSET-PCT      PIC 9(3) VALUE 70.
       01 WS-STALE-DAYS     PIC 9(3) VALUE 365.
       01 WS-COLL-PCT       PIC 9(3) VALUE ZERO.
       01 WS-COLL-COVER     PIC 9(6)V99 VALUE ZERO.

      * A VALUATION'S AGE IS COUNTED ON THE 360-DAY COMMERCIAL
      * CALENDAR THE BATCH AGING RUNS USE
       01 WS-DATE-PARTS.
            05 WS-DP-YYYY         PIC 9(4).
            05 WS-DP-MM           PIC 9(2).
            05 WS-DP-DD           PIC 9(2).
       01 WS-DP-DATE REDEFINES WS-DATE-PARTS
                            PIC 9(8).
       01 WS-DP-DAYS        PIC 9(7) VALUE ZERO.
       01 WS-TODAY-DAYS     PIC 9(7) VALUE ZERO.
       01 WS-VALUE-AGE      PIC S9(7) VALUE ZERO.

       01 WS-NAME-LINE.
            05 FILLER             PIC X(9) VALUE 'ACCOUNT: '.
            05 WS-NM-FNAME        PIC X(15).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-NM-SNAME        PIC X(15).

       01 WS-LIMIT-LINE.
            05 FILLER             PIC X(13) VALUE 'CREDIT LIMIT '.
            05 WS-LL-CRLIMIT      PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X(10) VALUE '  BALANCE '.
            05 WS-LL-CURBAL       PIC ZZZ,ZZ9.99-.

       01 WS-COLL-LINE.
            05 FILLER             PIC X(12) VALUE 'COLLATERAL: '.
            05 WS-CL-TYPE         PIC X(8).
            05 WS-CL-DESC         PIC X(20).
            05 FILLER             PIC X(2) VALUE SPACES.
            05 WS-CL-STATUS       PIC X(8).

       01 WS-VALUE-LINE.
            05 FILLER             PIC X(6) VALUE 'VALUE '.
            05 WS-VL-VALUE        PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X(8) VALUE ' VALUED '.
            05 WS-VL-DATE         PIC 9(8).
            05 FILLER             PIC X(7) VALUE ' COVER '.
            05 WS-VL-PCT          PIC ZZ9.
            05 FILLER             PIC X(4) VALUE '% = '.
            05 WS-VL-COVER        PIC ZZZ,ZZ9.99.

       01 WS-CHECK-LINE.
            05 FILLER             PIC X(6) VALUE 'LIMIT '.
            05 WS-CK-LIMIT        PIC X(6).
            05 FILLER             PIC X(16) VALUE ' COVER, BALANCE '.
            05 WS-CK-BALANCE      PIC X(6).
            05 FILLER             PIC X(16) VALUE ' COVER, VALUED '.
            05 WS-CK-AGE          PIC ZZZZ9.
            05 FILLER             PIC X(9) VALUE ' DAYS AGO'.
            05 WS-CK-STALE        PIC X(8).

       01 WS-PLEDGE-LINE.
            05 FILLER             PIC X(8) VALUE 'PLEDGED '.
            05 WS-PL-DATE         PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-PL-USERID       PIC X(8).
            05 WS-PL-RELEASE      PIC X(10).
            05 WS-PL-REL-DATE     PIC X(8).
            05 WS-PL-REL-BY       PIC X(4).
            05 WS-PL-REL-USERID   PIC X(8).

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

      * AN 11-BYTE COMMAREA CARRIES THE ACCOUNT KEY ACROSS FROM THE
      * ACCOUNT OVERVIEW SO THE OPERATOR DOES NOT RE-KEY IT
       01 DFHCOMMAREA.
           05 COMM-SOURCE        PIC X(3).
           05 COMM-ACCTKEY       PIC X(8).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * IF COMING FROM THE ACCOUNT OVERVIEW, THE ACCOUNT IS ALREADY
      * IDENTIFIED - GO STRAIGHT TO ITS COLLATERAL
           IF EIBCALEN = 11 THEN
               MOVE COMM-ACCTKEY TO WS-WANTED-ACCTKEY
               GO TO 700-SHOW-COLLATERAL
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
      * ADD CONDITION FOR RECORD NOT FOUND IN ACCTFILE
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-ACCTFILE-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NQ')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY ACCOUNT - P=PLEDGE V=REVALUE BLANK=SHOW COVER"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NQ')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA62')
           END-EXEC.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE UPDATE FLAG
           MOVE 'Y' TO WS-AUTH-SW.
           MOVE EIBUSER TO SEC-USERID.

           EXEC CICS READ
                FILE('SECFILE')
                INTO(SECREC)
                LENGTH(SECREC-LEN)
                RIDFLD(SEC-USERID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-AUTH-SW
           ELSE
           IF WS-RESP = DFHRESP(NORMAL)
               AND NOT SEC-ALLOWS-UPDATE THEN
                MOVE 'N' TO WS-AUTH-SW
           END-IF
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
      * SAME AUDIT JOURNAL AS EVERYTHING ELSE, ACTION 'N'
           MOVE SPACES TO AUDITREC.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUDIT-DATE)
                TIME(AUDIT-TIME)
           END-EXEC.
           MOVE EIBUSER  TO AUDIT-USERID.
           MOVE EIBTRMID TO AUDIT-TERMID.
           MOVE EIBTRNID TO AUDIT-TRANSID.
           SET AUDIT-ACTION-DENIED TO TRUE.
           MOVE ACCTCODEI TO AUDIT-ACCTCODE.
           IF ACCTNOL > 0 AND ACCTNOI IS NUMERIC THEN
                MOVE ACCTNOI TO AUDIT-ACCTNO
           ELSE
                MOVE ZERO TO AUDIT-ACCTNO
           END-IF.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       190-CHECK-SYSTEM-STATUS.

           MOVE 'O' TO WS-SYSTEM-SW.
           MOVE 'SYSSTAT ' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CTL-SYSTEM-CLOSED THEN
                MOVE 'C' TO WS-SYSTEM-SW
           END-IF.

       200-MAIN-LOGIC.

      * IMPLEMENT VALIDATION LOGIC, SAME KEY RULES AS ACCOUNT UPDATE.
      * A KEY ALONE SHOWS THE ACCOUNT'S COLLATERAL AND COVER; P
      * PLEDGES NEW COLLATERAL, V REVALUES WHAT IS PLEDGED

           IF ACCTNOI = "XXXXX" THEN
                GO TO 999-EXIT
           ELSE
           IF ACCTNOL < 5 THEN
                MOVE "ACCOUNT NUMBERS MUST BE 5 NUMBERS LONG"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACCTNOI IS NOT NUMERIC THEN
                MOVE "ACCOUNT NUMBERS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACCTCODEL = 0 THEN
                MOVE "ORIGINATING BRANCH CODE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE ACCTCODEI TO WS-WANTED-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-WANTED-ACCTKEY(4:5).

           IF ACTIONL = 0 OR ACTIONI = SPACE THEN
                GO TO 700-SHOW-COLLATERAL
           ELSE
           IF ACTIONI NOT = "P" AND ACTIONI NOT = "V" THEN
                MOVE "ACTION MUST BE P (PLEDGE) OR V (REVALUE)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * BOTH ACTIONS TAKE A VALUE IN CENTS AND AN OPTIONAL DATE
           IF CVALUEL = 0 THEN
                MOVE "COLLATERAL VALUE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CVALUEI(1:CVALUEL) IS NOT NUMERIC THEN
                MOVE "VALUE MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CVALUEL < 3 THEN
                MOVE "VALUE IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF VALDATEL > 0 AND VALDATEL < 8 THEN
                MOVE "VALUATION DATE IS KEYED YYYYMMDD" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF VALDATEL > 0 AND VALDATEI IS NOT NUMERIC THEN
                MOVE "VALUATION DATE MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF VALDATEL > 0 THEN
                MOVE VALDATEI TO WS-VALDATE
                IF WS-VD-MM = 0 OR WS-VD-MM > 12
                    OR WS-VD-DD = 0 OR WS-VD-DD > 31 THEN
                     MOVE "VALUATION DATE IS NOT A REAL DATE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           IF CTYPEL > 0
               AND CTYPEI NOT = "D" AND CTYPEI NOT = "A" THEN
                MOVE "TYPE MUST BE D (DEPOSIT) OR A (OTHER ASSET)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF ACTIONI = "V" THEN
                GO TO 650-REVALUE-COLLATERAL
           END-IF.

      * A NEW PLEDGE NEEDS TO SAY WHAT IS PLEDGED
           IF CTYPEL = 0 THEN
                MOVE "TYPE REQUIRED - D (DEPOSIT) OR A (OTHER ASSET)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CDESCL = 0 THEN
                MOVE "DESCRIBE THE DEPOSIT OR ASSET PLEDGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 600-PLEDGE-COLLATERAL
           END-IF.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT NOT FOUND, NOTHING PLEDGED' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NQ')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA62')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NQ')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA62')
           END-EXEC.

       600-PLEDGE-COLLATERAL.

           PERFORM 610-CHECK-CHANGE-ALLOWED.

      * THE ACCOUNT MUST EXIST - NOTFND IS TRAPPED BY THE HANDLE
      * CONDITION ABOVE
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
           END-EXEC.

      * ONE PLEDGE PER ACCOUNT - A RELEASED RECORD IS TAKEN OVER BY
      * THE NEW PLEDGE, A LIVE ONE IS REVALUED WITH V INSTEAD
           MOVE WS-WANTED-ACCTKEY TO COLL-ACCTKEY.

           EXEC CICS READ
                FILE('COLLFILE')
                INTO(COLLREC)
                LENGTH(COLLREC-LEN)
                RIDFLD(COLL-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND COLL-PLEDGED THEN
                EXEC CICS UNLOCK
                     FILE('COLLFILE')
                END-EXEC
                MOVE "COLLATERAL ALREADY PLEDGED - USE V TO REVALUE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(NOTFND) THEN
                MOVE "COLLATERAL FILE UNAVAILABLE - NOTHING PLEDGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE COLL-VALUE  TO WS-OLD-VALUE
                MOVE COLL-STATUS TO WS-OLD-STATUS
           ELSE
                MOVE ZERO  TO WS-OLD-VALUE
                MOVE SPACE TO WS-OLD-STATUS
           END-IF.

           MOVE SPACES TO COLLREC.
           MOVE WS-WANTED-ACCTKEY TO COLL-ACCTKEY.
           MOVE CTYPEI    TO COLL-TYPE.
           MOVE CDESCI    TO COLL-DESC.
           MOVE WS-VALUE-9 TO COLL-VALUE.
           MOVE WS-VALDATE-9 TO COLL-VALUE-DATE.
           SET COLL-PLEDGED TO TRUE.
           MOVE WS-TODAY  TO COLL-PLEDGE-DATE.
           MOVE EIBUSER   TO COLL-USERID.
           MOVE ZERO      TO COLL-RELEASE-DATE.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS REWRITE
                     FILE('COLLFILE')
                     FROM(COLLREC)
                     LENGTH(COLLREC-LEN)
                     RESP(WS-RESP)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('COLLFILE')
                     FROM(COLLREC)
                     LENGTH(COLLREC-LEN)
                     RIDFLD(COLL-ACCTKEY)
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                MOVE "COLLATERAL JUST PLEDGED - PLEASE TRY AGAIN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "COLLATERAL FILE UNAVAILABLE - NOTHING PLEDGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           PERFORM 680-JOURNAL-COLLATERAL.

      * A LIMIT ALREADY PAST THE NEW COVER STAYS WHERE IT IS, BUT NO
      * INCREASE WILL LAND UNTIL IT IS BACK INSIDE
           PERFORM 640-COMPUTE-COVER.
           IF CRLIMIT > WS-COLL-COVER THEN
                MOVE "PLEDGED - LIMIT IS ABOVE THE COVER IT GIVES"
                    TO WS-MESSAGE
           ELSE
                MOVE "COLLATERAL PLEDGED - ACCOUNT IS NOW SECURED"
                    TO WS-MESSAGE
           END-IF.
           GO TO 700-SHOW-COLLATERAL.

       610-CHECK-CHANGE-ALLOWED.

      * THE SAME GATES FOR A PLEDGE AND A REVALUATION - SYSTEM OPEN,
      * UPDATE FLAG, ACCOUNT INSIDE THE OPERATOR'S SCOPE - THEN THE
      * VALUE IS TAKEN AND TODAY STANDS IN FOR A BLANK DATE
           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 180-CHECK-OPERATOR-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED FOR THIS TRANSACTION"
                    TO WS-MESSAGE
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

      * SLIDE THE TYPED DIGITS INTO THE LOW-ORDER END OF A ZERO-FILLED
      * FIELD - "2500" ARRIVES AS 000025.00
           MOVE ZEROES TO WS-VALUE-X.
           MOVE CVALUEI(1:CVALUEL) TO WS-VALUE-X(9 - CVALUEL:CVALUEL).
           IF WS-VALUE-9 = 0 THEN
                MOVE "COLLATERAL VALUE MUST BE ABOVE ZERO"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 695-GET-TODAY.
           IF VALDATEL = 0 THEN
                MOVE WS-TODAY TO WS-VALDATE-9
           ELSE
           IF WS-VALDATE-9 > WS-TODAY THEN
                MOVE "VALUATION DATE CANNOT BE IN THE FUTURE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

       630-READ-COLLATERAL-RULE.

      * A MISSING RECORD OR AN UNUSABLE SETTING LEAVES THE DEFAULT
           MOVE 'COLLRULE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF CTL-COLL-DEPOSIT-PCT IS NUMERIC
                    AND CTL-COLL-DEPOSIT-PCT > 0 THEN
                     MOVE CTL-COLL-DEPOSIT-PCT TO WS-DEPOSIT-PCT
                END-IF
                IF CTL-COLL-ASSET-PCT IS NUMERIC
                    AND CTL-COLL-ASSET-PCT > 0 THEN
                     MOVE CTL-COLL-ASSET-PCT TO WS-ASSET-PCT
                END-IF
                IF CTL-COLL-STALE-DAYS IS NUMERIC
                    AND CTL-COLL-STALE-DAYS > 0 THEN
                     MOVE CTL-COLL-STALE-DAYS TO WS-STALE-DAYS
                END-IF
           END-IF.

       640-COMPUTE-COVER.

      * THE COVER IS THE PLEDGED VALUE AT THE PERCENTAGE FOR ITS TYPE
           PERFORM 630-READ-COLLATERAL-RULE.
           IF COLL-TYPE-DEPOSIT THEN
                MOVE WS-DEPOSIT-PCT TO WS-COLL-PCT
           ELSE
                MOVE WS-ASSET-PCT TO WS-COLL-PCT
           END-IF.
           COMPUTE WS-COLL-COVER = COLL-VALUE * WS-COLL-PCT / 100.

       650-REVALUE-COLLATERAL.

           PERFORM 610-CHECK-CHANGE-ALLOWED.

           MOVE WS-WANTED-ACCTKEY TO COLL-ACCTKEY.

           EXEC CICS READ
                FILE('COLLFILE')
                INTO(COLLREC)
                LENGTH(COLLREC-LEN)
                RIDFLD(COLL-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO COLLATERAL PLEDGED ON THIS ACCOUNT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "COLLATERAL FILE UNAVAILABLE - NOTHING REVALUED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF NOT COLL-PLEDGED THEN
                EXEC CICS UNLOCK
                     FILE('COLLFILE')
                END-EXEC
                MOVE "COLLATERAL ALREADY RELEASED - PLEDGE IT AFRESH"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF
           END-IF.

           MOVE COLL-VALUE  TO WS-OLD-VALUE.
           MOVE COLL-STATUS TO WS-OLD-STATUS.

      * A NEW VALUATION MAY ALSO CORRECT WHAT THE PLEDGE IS - TYPE
      * AND DESCRIPTION ONLY CHANGE WHEN KEYED
           MOVE WS-VALUE-9   TO COLL-VALUE.
           MOVE WS-VALDATE-9 TO COLL-VALUE-DATE.
           MOVE EIBUSER      TO COLL-USERID.
           IF CTYPEL > 0 THEN
                MOVE CTYPEI TO COLL-TYPE
           END-IF.
           IF CDESCL > 0 THEN
                MOVE CDESCI TO COLL-DESC
           END-IF.

           EXEC CICS REWRITE
                FILE('COLLFILE')
                FROM(COLLREC)
                LENGTH(COLLREC-LEN)
           END-EXEC.

           PERFORM 680-JOURNAL-COLLATERAL.

      * A FALL IN VALUE CAN LEAVE THE LIMIT PAST THE COVER - IT IS
      * NOT CUT HERE, BUT THE OPERATOR IS TOLD AND THE MONTHLY
      * REPORT WILL LIST THE ACCOUNT IF THE BALANCE FOLLOWS
           PERFORM 640-COMPUTE-COVER.
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CRLIMIT > WS-COLL-COVER THEN
                MOVE "REVALUED - LIMIT IS NOW ABOVE THE COVER"
                    TO WS-MESSAGE
           ELSE
                MOVE "COLLATERAL REVALUED" TO WS-MESSAGE
           END-IF.
           GO TO 700-SHOW-COLLATERAL.

       680-JOURNAL-COLLATERAL.

      * EVERY CHANGE TO A PLEDGE IS JOURNALLED - THE VALUE BEFORE
      * AND AFTER, THE COLLATERAL STATUS BEFORE AND AFTER
           MOVE SPACES TO AUDITREC.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUDIT-DATE)
                TIME(AUDIT-TIME)
           END-EXEC.
           MOVE EIBUSER  TO AUDIT-USERID.
           MOVE EIBTRMID TO AUDIT-TERMID.
           MOVE EIBTRNID TO AUDIT-TRANSID.
           SET AUDIT-ACTION-COLLATERAL TO TRUE.
           MOVE COLL-ACCTKEY  TO AUDIT-ACCTKEY.
           MOVE WS-OLD-VALUE  TO AUDIT-BEFORE-CRLIMIT.
           MOVE WS-OLD-STATUS TO AUDIT-BEFORE-STAT.
           MOVE COLL-VALUE    TO AUDIT-AFTER-CRLIMIT.
           MOVE COLL-STATUS   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       695-GET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

       696-DATE-TO-DAYS.

           COMPUTE WS-DP-DAYS =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD.

       700-SHOW-COLLATERAL.

      * THE ACCOUNT'S LIMIT AND BALANCE, THEN WHAT IS PLEDGED, THE
      * COVER IT GIVES AND HOW BOTH FIGURES STAND AGAINST IT
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-ACCT-RESP)
           END-EXEC.

           MOVE WS-WANTED-ACCTKEY TO COLL-ACCTKEY.

           EXEC CICS READ
                FILE('COLLFILE')
                INTO(COLLREC)
                LENGTH(COLLREC-LEN)
                RIDFLD(COLL-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-WANTED-ACCTKEY(1:3) TO ACCTCODEO.
           MOVE WS-WANTED-ACCTKEY(4:5) TO ACCTNOO.

           IF WS-ACCT-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT NOT ON ACCTFILE" TO LINE1O
           ELSE
                MOVE FNAME   TO WS-NM-FNAME
                MOVE SNAME   TO WS-NM-SNAME
                MOVE WS-NAME-LINE TO LINE1O
                MOVE CRLIMIT TO WS-LL-CRLIMIT
                MOVE CURBAL  TO WS-LL-CURBAL
                MOVE WS-LIMIT-LINE TO LINE2O
           END-IF.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO COLLATERAL ON FILE - ACCOUNT IS UNSECURED"
                    TO LINE3O
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "COLLATERAL FILE UNAVAILABLE" TO LINE3O
           ELSE
                PERFORM 710-FORMAT-COLLATERAL
           END-IF
           END-IF.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
                MOVE SPACES TO WS-MESSAGE
           ELSE
                MOVE "P PLEDGE, V REVALUE - PF9 MENU" TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NQ')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA62')
           END-EXEC.

       710-FORMAT-COLLATERAL.

           MOVE COLL-TYPE TO CTYPEO.
           MOVE COLL-DESC TO CDESCO.
           IF COLL-TYPE-DEPOSIT THEN
                MOVE "DEPOSIT" TO WS-CL-TYPE
           ELSE
                MOVE "ASSET" TO WS-CL-TYPE
           END-IF.
           MOVE COLL-DESC TO WS-CL-DESC.
           IF COLL-PLEDGED THEN
                MOVE "PLEDGED" TO WS-CL-STATUS
           ELSE
                MOVE "RELEASED" TO WS-CL-STATUS
           END-IF.
           MOVE WS-COLL-LINE TO LINE3O.

           PERFORM 640-COMPUTE-COVER.
           MOVE COLL-VALUE      TO WS-VL-VALUE.
           MOVE COLL-VALUE-DATE TO WS-VL-DATE.
           MOVE WS-COLL-PCT     TO WS-VL-PCT.
           MOVE WS-COLL-COVER   TO WS-VL-COVER.
           MOVE WS-VALUE-LINE TO LINE4O.

      * A RELEASED PLEDGE COVERS NOTHING - THE CHECKS ONLY MEAN
      * SOMETHING WHILE IT IS PLEDGED
           IF COLL-PLEDGED AND WS-ACCT-RESP = DFHRESP(NORMAL) THEN
                IF CRLIMIT > WS-COLL-COVER THEN
                     MOVE "ABOVE" TO WS-CK-LIMIT
                ELSE
                     MOVE "WITHIN" TO WS-CK-LIMIT
                END-IF
                IF CURBAL > WS-COLL-COVER THEN
                     MOVE "ABOVE" TO WS-CK-BALANCE
                ELSE
                     MOVE "WITHIN" TO WS-CK-BALANCE
                END-IF
                PERFORM 695-GET-TODAY
                MOVE WS-TODAY TO WS-DP-DATE
                PERFORM 696-DATE-TO-DAYS
                MOVE WS-DP-DAYS TO WS-TODAY-DAYS
                MOVE COLL-VALUE-DATE TO WS-DP-DATE
                PERFORM 696-DATE-TO-DAYS
                COMPUTE WS-VALUE-AGE = WS-TODAY-DAYS - WS-DP-DAYS
                IF WS-VALUE-AGE < 0 THEN
                     MOVE ZERO TO WS-VALUE-AGE
                END-IF
                MOVE WS-VALUE-AGE TO WS-CK-AGE
                IF WS-VALUE-AGE > WS-STALE-DAYS THEN
                     MOVE " - STALE" TO WS-CK-STALE
                ELSE
                     MOVE SPACES TO WS-CK-STALE
                END-IF
                MOVE WS-CHECK-LINE TO LINE5O
           END-IF.

           MOVE COLL-PLEDGE-DATE TO WS-PL-DATE.
           MOVE COLL-USERID      TO WS-PL-USERID.
           IF COLL-RELEASED THEN
                MOVE "  RELEASED" TO WS-PL-RELEASE
                MOVE COLL-RELEASE-DATE TO WS-PL-REL-DATE
                MOVE " BY " TO WS-PL-REL-BY
                MOVE COLL-RELEASE-USERID TO WS-PL-REL-USERID
           ELSE
                MOVE SPACES TO WS-PL-RELEASE
                MOVE SPACES TO WS-PL-REL-DATE
                MOVE SPACES TO WS-PL-REL-BY
                MOVE SPACES TO WS-PL-REL-USERID
           END-IF.
           MOVE WS-PLEDGE-LINE TO LINE6O.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHQ.
