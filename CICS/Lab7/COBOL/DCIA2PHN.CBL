       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHN.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY TEMPORARY-LIMIT MAP LAYOUT
       COPY 'DCIA2NN'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY TEMPORARY CREDIT-LIMIT RECORD LAYOUT
       COPY 'TLIMREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY CREDIT-LIMIT HISTORY RECORD LAYOUT
       COPY 'CRHISTRC'.

      * COPY CORRESPONDENCE TRIGGER RECORD LAYOUT
       COPY 'CORRREC'.

      * COPY PENDING-APPROVAL RECORD LAYOUT
       COPY 'PENDREC'.

      * COPY REASON-CODE REFERENCE RECORD LAYOUT
       COPY 'RSNREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY LAST-ACTIVITY RECORD LAYOUT
       COPY 'LACTREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY CUSTOMER-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * RESULT OF THE OPERATOR-AUTHORITY CHECK - AN OPERATOR WITH NO
      * SECFILE RECORD IS DENIED, BUT A SECFILE THAT IS ITSELF
      * UNAVAILABLE DOES NOT LOCK THE BRANCH OUT
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * THE LARGEST LIMIT THIS OPERATOR MAY SET, OFF THEIR SECFILE
      * RECORD - THE TYPED LIMIT IS SLID RIGHT-JUSTIFIED INTO A
      * ZERO-FILLED FIELD BEFORE THE COMPARE, SINCE THE MAP FIELD
      * ARRIVES LEFT-JUSTIFIED
       01 WS-MAX-ALLOWED-LIMIT PIC 9(6)V99 VALUE 999999.99.
       01 WS-LIMIT-X        PIC X(8).
       01 WS-LIMIT-9 REDEFINES WS-LIMIT-X
                            PIC 9(6)V99.

      * BATCH-WINDOW CONTROL - THE SAME 'SYSSTAT ' RECORD IA23 OBEYS.
      * A MISSING OR UNAVAILABLE CONTROL RECORD LEAVES THE SYSTEM
      * OPEN.
       01 WS-SYSTEM-SW      PIC X VALUE 'O'.
            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD, THE SAME RULE AS IA23
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.
       01 WS-BEFORE-CRLIMIT PIC 9(6)V99.
       01 WS-BEFORE-STAT    PIC X.
       01 WS-WANTED-ACCTKEY PIC X(8) VALUE SPACES.

      * A FINISHED TEMPORARY-LIMIT RECORD IS READ FOR UPDATE INTO
      * HERE SO THE NEW ONE BUILT IN TLIMREC CAN REPLACE IT
       01 WS-TLIM-HOLD      PIC X(59).

      * THE KEYED END DATE - A TEMPORARY INCREASE MUST END AFTER
      * TODAY AND NO MORE THAN A YEAR OUT, WHICH IN YYYYMMDD IS
      * TODAY PLUS 10000
       01 WS-END-DATE       PIC 9(8) VALUE ZERO.
       01 WS-END-PARTS REDEFINES WS-END-DATE.
            05 WS-END-YYYY        PIC 9(4).
            05 WS-END-MM          PIC 99.
            05 WS-END-DD          PIC 99.
       01 WS-LATEST-END     PIC 9(8) VALUE ZERO.

      * MAKER-CHECKER CONTROLS - A TEMPORARY INCREASE ABOVE THE
      * 'APPRLIM ' THRESHOLD IS QUEUED THE SAME AS ANY OTHER, AND A
      * MISSING RECORD LEAVES THE CHECK SWITCHED OFF
       01 WS-APPR-THRESHOLD PIC 9(6)V99 VALUE 999999.99.
       01 WS-LIMIT-INCREASE PIC 9(7)V99 VALUE ZERO.
       01 WS-PENDING-SW     PIC X VALUE 'N'.
            88 WS-INCREASE-PENDING   VALUE 'Y'.
       01 WS-PEND-DUP-SW    PIC X VALUE 'N'.
            88 WS-PEND-ALREADY-QUEUED VALUE 'Y'.
       01 WS-EXPO-QUEUED-SW PIC X VALUE 'N'.
            88 WS-EXPO-QUEUED        VALUE 'Y'.

      * CUSTOMER-LEVEL EXPOSURE - THE SAME CEILING CHECK IA23 MAKES
      * ON ANY INCREASE. NO CEILING AT ALL LEAVES THE CHECK SWITCHED
      * OFF.
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

       01 WS-SET-MESSAGE.
            05 FILLER             PIC X(30)
                VALUE 'TEMPORARY LIMIT SET - REVERTS '.
            05 WS-SM-END-DATE     PIC 9(8).

      * DISPLAY LINES - THE MAP ONLY HAS FREE-TEXT LINES FOR THEM
       01 WS-NAME-LINE.
            05 FILLER             PIC X(9) VALUE 'ACCOUNT: '.
            05 WS-NM-FNAME        PIC X(15).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-NM-SNAME        PIC X(15).
       01 WS-LIMIT-LINE.
            05 FILLER             PIC X(14) VALUE 'CURRENT LIMIT '.
            05 WS-LL-CRLIMIT      PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X(11) VALUE '   BALANCE '.
            05 WS-LL-CURBAL       PIC ZZZ,ZZ9.99-.
       01 WS-TEMP-LINE.
            05 FILLER             PIC X(10) VALUE 'TEMPORARY '.
            05 WS-TL-STATUS       PIC X(10).
            05 WS-TL-TEMP-LIMIT   PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X(4) VALUE ' TO '.
            05 WS-TL-END-DATE     PIC 9(8).
            05 FILLER             PIC X(6) VALUE ' THEN '.
            05 WS-TL-REVERT-LIMIT PIC ZZZ,ZZ9.99.
       01 WS-HISTORY-LINE.
            05 FILLER             PIC X(4) VALUE 'SET '.
            05 WS-HL-SET-DATE     PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-HL-USERID       PIC X(8).
            05 FILLER             PIC X(8) VALUE ' REASON '.
            05 WS-HL-REASON       PIC X(2).
            05 WS-HL-CLOSED.
                 10 FILLER        PIC X(9) VALUE '  CLOSED '.
                 10 WS-HL-CLOSE-DATE  PIC 9(8).

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
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

      * AN 11-BYTE COMMAREA CARRIES THE ACCOUNT KEY ACROSS FROM THE
      * UPDATE SCREEN SO THE OPERATOR DOES NOT RE-KEY IT
       01 DFHCOMMAREA.
           05 COMM-SOURCE        PIC X(3).
           05 COMM-ACCTKEY       PIC X(8).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * IF COMING FROM THE UPDATE SCREEN, THE ACCOUNT IS ALREADY
      * IDENTIFIED - GO STRAIGHT TO ITS TEMPORARY-LIMIT DISPLAY
           IF EIBCALEN = 11 THEN
               MOVE COMM-ACCTKEY TO WS-WANTED-ACCTKEY
               GO TO 700-VIEW-TEMP-LIMIT
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
                MAPSET('DCIA2NN')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY AN ACCOUNT - ADD LIMIT, END DATE AND REASON TO SET"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NN')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA59')
           END-EXEC.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE UPDATE FLAG - A TEMPORARY INCREASE IS A LIMIT
      * CHANGE LIKE ANY OTHER
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

           MOVE 999999.99 TO WS-MAX-ALLOWED-LIMIT.
           IF WS-RESP = DFHRESP(NORMAL)
               AND SEC-MAX-CRLIMIT IS NUMERIC THEN
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
      * A KEY ALONE SHOWS THE ACCOUNT'S TEMPORARY LIMIT, A KEYED
      * LIMIT SETS A NEW ONE

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

           IF TMPLIML = 0 THEN
                GO TO 700-VIEW-TEMP-LIMIT
           ELSE
           IF TMPLIMI(1:TMPLIML) IS NOT NUMERIC THEN
                MOVE "LIMIT MUST BE NUMERIC"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TMPLIML < 3 THEN
                MOVE "LIMIT IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ENDDATEL < 8 OR ENDDATEI IS NOT NUMERIC THEN
                MOVE "END DATE MUST BE YYYYMMDD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF REASNL = 0 THEN
                MOVE "REASON CODE REQUIRED FOR A TEMPORARY INCREASE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                MOVE ENDDATEI TO WS-END-DATE
                IF WS-END-MM < 1 OR WS-END-MM > 12
                    OR WS-END-DD < 1 OR WS-END-DD > 31 THEN
                     MOVE "END DATE MUST BE YYYYMMDD"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                ELSE
                     GO TO 600-SET-TEMP-LIMIT
                END-IF
           END-IF.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT NOT FOUND, NO TEMPORARY LIMIT SET' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NN')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA59')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NN')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA59')
           END-EXEC.

       600-SET-TEMP-LIMIT.

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

           PERFORM 690-GET-TODAY.
           COMPUTE WS-LATEST-END = WS-TODAY + 10000.

           IF WS-END-DATE NOT > WS-TODAY THEN
                MOVE "END DATE MUST BE AFTER TODAY" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-END-DATE > WS-LATEST-END THEN
                MOVE "END DATE CANNOT BE MORE THAN A YEAR OUT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

      * ONE TEMPORARY INCREASE AT A TIME - ONE STILL PENDING OR IN
      * FORCE MUST RUN ITS COURSE, OR BE SUPERSEDED ON IA23, FIRST
           MOVE WS-WANTED-ACCTKEY TO TLIM-ACCTKEY.

           EXEC CICS READ
                FILE('TLIMFILE')
                INTO(TLIMREC)
                LENGTH(TLIMREC-LEN)
                RIDFLD(TLIM-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND TLIM-IN-FORCE THEN
                MOVE "A TEMPORARY LIMIT IS ALREADY IN FORCE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * READ FOR UPDATE TO LOCK THE RECORD AGAINST OTHER REWRITES,
      * NOTFND IS TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           MOVE CRLIMIT TO WS-BEFORE-CRLIMIT.
           MOVE STAT    TO WS-BEFORE-STAT.

           MOVE ZEROES TO WS-LIMIT-X.
           MOVE TMPLIMI(1:TMPLIML) TO WS-LIMIT-X(9 - TMPLIML:).

      * THE LIMIT IS ONLY EVER RAISED FOR A WHILE - A CUT IS A
      * PERMANENT CHANGE AND BELONGS ON IA23
           IF WS-LIMIT-9 NOT > WS-BEFORE-CRLIMIT THEN
                MOVE "A TEMPORARY LIMIT MUST BE ABOVE THE CURRENT ONE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * AN OPERATOR MAY ONLY RAISE A LIMIT WITHIN THEIR OWN
      * AUTHORITY - AN ATTEMPT PAST IT IS LOGGED AND REFUSED
           IF WS-LIMIT-9 > WS-MAX-ALLOWED-LIMIT THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "LIMIT EXCEEDS YOUR OPERATOR AUTHORITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A TEMPORARY LIMIT IS STILL A LIMIT - ON A SECURED ACCOUNT IT
      * MAY NOT GO PAST THE COVER THE PLEDGED COLLATERAL GIVES, THE
      * SAME RULE IA23 APPLIES TO A PERMANENT RAISE
           PERFORM 670-CHECK-COLLATERAL-COVER.
           IF WS-COLL-OVER THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE WS-COLL-MESSAGE TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-LIMIT-9 TO CRLIMIT.

      * THE REASON MUST BE A REAL CODE ON THE REFERENCE FILE THAT
      * MAY EXPLAIN AN INCREASE
           PERFORM 620-CHECK-REASON-CODE.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE SAME CUSTOMER-LEVEL CEILING IA23 APPLIES - REFUSED
      * OUTRIGHT OR QUEUED FOR A SUPERVISOR, AS THE 'EXPOSURE'
      * CONTROL RECORD SAYS
           MOVE ACCTKEY TO WS-EXPO-ACCTKEY.
           MOVE CRLIMIT TO WS-EXPO-NEW-LIMIT.
           PERFORM 660-CHECK-EXPOSURE.
           IF WS-EXPO-OVER AND WS-EXPO-REFUSES THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF WS-EXPO-OVER THEN
                SET WS-EXPO-QUEUED TO TRUE
           END-IF.

           PERFORM 630-READ-APPR-THRESHOLD.
           COMPUTE WS-LIMIT-INCREASE = CRLIMIT - WS-BEFORE-CRLIMIT.

      * A QUEUED INCREASE LEAVES THE ACCOUNT UNTOUCHED - IT WAITS ON
      * PENDFILE LIKE ANY OTHER, AND THE TEMPORARY RECORD WAITS WITH
      * IT UNTIL IA29 APPROVES OR REJECTS IT
           IF WS-EXPO-QUEUED
               OR WS-LIMIT-INCREASE > WS-APPR-THRESHOLD THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                PERFORM 640-QUEUE-LIMIT-INCREASE
                IF WS-PEND-ALREADY-QUEUED THEN
                     MOVE "A LIMIT INCREASE IS ALREADY PENDING"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                SET TLIM-PENDING TO TRUE
                PERFORM 680-SAVE-TEMP-LIMIT
                IF WS-EXPO-QUEUED THEN
                     MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                     MOVE " - QUEUED" TO WS-MESSAGE(51:)
                ELSE
                     MOVE "TEMPORARY INCREASE AWAITS SUPERVISOR"
                         TO WS-MESSAGE
                END-IF
                GO TO 700-VIEW-TEMP-LIMIT
           END-IF.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

      * GET THE CURRENT DATE/TIME ONCE, USED BY THE HISTORY, LETTER
      * AND AUDIT JOURNAL ENTRIES BELOW
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUDIT-DATE)
                TIME(AUDIT-TIME)
           END-EXEC.

      * THE SAME CREDIT-LIMIT HISTORY ENTRY AND CUSTOMER LETTER AN
      * IA23 INCREASE PRODUCES
           MOVE SPACES TO CRHISTREC.
           MOVE AUDIT-DATE TO CRHIST-DATE.
           MOVE ACCTKEY TO CRHIST-ACCTKEY.
           MOVE WS-BEFORE-CRLIMIT TO CRHIST-OLD-LIMIT.
           MOVE CRLIMIT TO CRHIST-NEW-LIMIT.
           MOVE REASNI TO CRHIST-REASON.

           EXEC CICS WRITE
                FILE('CRHISTFL')
                FROM(CRHISTREC)
                LENGTH(CRHISTREC-LEN)
           END-EXEC.

           MOVE SPACES TO CORRREC.
           MOVE AUDIT-DATE TO CORR-DATE.
           MOVE AUDIT-TIME TO CORR-TIME.
           MOVE "LIMC" TO CORR-LETTER-CODE.
           MOVE ACCTKEY TO CORR-ACCTKEY.
           MOVE CRLIMIT TO CORR-AMOUNT.
           MOVE EIBUSER TO CORR-SOURCE.
           MOVE "N" TO CORR-PRINTED-FLAG.

           EXEC CICS WRITE
                FILE('CORRFILE')
                FROM(CORRREC)
                LENGTH(CORRREC-LEN)
           END-EXEC.

           MOVE EIBUSER  TO AUDIT-USERID.
           MOVE EIBTRMID TO AUDIT-TERMID.
           MOVE EIBTRNID TO AUDIT-TRANSID.
           SET AUDIT-ACTION-UPDATE TO TRUE.
           MOVE ACCTKEY  TO AUDIT-ACCTKEY.
           MOVE WS-BEFORE-CRLIMIT TO AUDIT-BEFORE-CRLIMIT.
           MOVE WS-BEFORE-STAT    TO AUDIT-BEFORE-STAT.
           MOVE CRLIMIT  TO AUDIT-AFTER-CRLIMIT.
           MOVE STAT     TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

           PERFORM 650-STAMP-ACTIVITY.

           SET TLIM-ACTIVE TO TRUE.
           PERFORM 680-SAVE-TEMP-LIMIT.

           MOVE WS-END-DATE TO WS-SM-END-DATE.
           MOVE WS-SET-MESSAGE TO WS-MESSAGE.
           GO TO 700-VIEW-TEMP-LIMIT.

       620-CHECK-REASON-CODE.

      * AN UNAVAILABLE REFERENCE FILE LEAVES THE CHECK PASSED - A
      * REFERENCE FILE BEING OFFLINE MUST NOT STOP ACCOUNT WORK
           MOVE REASNI TO RSN-CODE.

           EXEC CICS READ
                FILE('RSNFILE')
                INTO(RSNREC)
                LENGTH(RSNREC-LEN)
                RIDFLD(RSN-CODE)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "REASON CODE NOT ON REFERENCE FILE"
                    TO WS-MESSAGE
           ELSE
           IF WS-RESP = DFHRESP(NORMAL)
               AND NOT RSN-ALLOWS-INCREASE THEN
                MOVE "REASON NOT VALID FOR A LIMIT INCREASE"
                    TO WS-MESSAGE
           END-IF
           END-IF.

       630-READ-APPR-THRESHOLD.

      * A MISSING OR UNREADABLE 'APPRLIM ' CONTROL RECORD LEAVES THE
      * COMPILED-IN CEILING IN PLACE, WHICH NO INCREASE CAN EXCEED -
      * MAKER-CHECKER IS THEN EFFECTIVELY OFF
           MOVE 'APPRLIM ' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CTL-APPR-THRESHOLD IS NUMERIC THEN
                MOVE CTL-APPR-THRESHOLD TO WS-APPR-THRESHOLD
           END-IF.

       640-QUEUE-LIMIT-INCREASE.

           MOVE SPACES TO PENDREC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(PEND-DATE)
                TIME(PEND-TIME)
           END-EXEC.

           MOVE ACCTKEY  TO PEND-ACCTKEY.
           MOVE EIBUSER  TO PEND-USERID.
           MOVE WS-BEFORE-CRLIMIT TO PEND-OLD-LIMIT.
           MOVE CRLIMIT  TO PEND-NEW-LIMIT.
           MOVE REASNI   TO PEND-REASON.

      * ONE PENDING ITEM PER ACCOUNT - A SECOND REQUEST WHILE ONE IS
      * QUEUED IS DROPPED AND THE OPERATOR TOLD SO
           EXEC CICS WRITE
                FILE('PENDFILE')
                FROM(PENDREC)
                LENGTH(PENDREC-LEN)
                RIDFLD(PEND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                SET WS-PEND-ALREADY-QUEUED TO TRUE
           ELSE
                SET WS-INCREASE-PENDING TO TRUE
           END-IF.

       650-STAMP-ACTIVITY.

      * KEEP THE ACCOUNT'S LAST-ACTIVITY DATE CURRENT SO THE
      * DORMANCY SWEEP MEASURES REAL INACTIVITY - A MISSING RECORD
      * IS SIMPLY CREATED, AND ANY FAILURE HERE IS NOT ALLOWED TO
      * UNDO WORK ALREADY COMMITTED ABOVE
           MOVE ACCTKEY TO LACT-ACCTKEY.

           EXEC CICS READ
                FILE('LACTFILE')
                INTO(LACTREC)
                LENGTH(LACTREC-LEN)
                RIDFLD(LACT-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE ACCTKEY TO LACT-ACCTKEY
                MOVE AUDIT-DATE TO LACT-DATE
                EXEC CICS REWRITE
                     FILE('LACTFILE')
                     FROM(LACTREC)
                     LENGTH(LACTREC-LEN)
                END-EXEC
           ELSE
           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE ACCTKEY TO LACT-ACCTKEY
                MOVE AUDIT-DATE TO LACT-DATE
                EXEC CICS WRITE
                     FILE('LACTFILE')
                     FROM(LACTREC)
                     LENGTH(LACTREC-LEN)
                     RIDFLD(LACT-ACCTKEY)
                     RESP(WS-RESP)
                END-EXEC
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

       670-CHECK-COLLATERAL-COVER.

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
                PERFORM 675-READ-COLLATERAL-RULE
                COMPUTE WS-COLL-COVER =
                    COLL-VALUE * WS-COLL-PCT / 100
                IF WS-LIMIT-9 > WS-COLL-COVER THEN
                     SET WS-COLL-OVER TO TRUE
                     MOVE WS-COLL-COVER TO WS-CLM-COVER
                END-IF
           END-IF.

       675-READ-COLLATERAL-RULE.

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

       680-SAVE-TEMP-LIMIT.

      * ONE RECORD PER ACCOUNT - A FINISHED ONE FROM AN EARLIER
      * TEMPORARY INCREASE IS REUSED. THE STATUS IS ALREADY SET BY
      * THE CALLER. A PENDING ONE CARRIES TODAY'S LIMIT AS ITS
      * REVERT-TO LIMIT UNTIL IA29 APPROVES IT.
           MOVE WS-WANTED-ACCTKEY TO TLIM-ACCTKEY.
           MOVE CRLIMIT           TO TLIM-TEMP-LIMIT.
           MOVE WS-BEFORE-CRLIMIT TO TLIM-REVERT-LIMIT.
           MOVE WS-END-DATE       TO TLIM-END-DATE.
           MOVE REASNI            TO TLIM-REASON.
           MOVE EIBUSER           TO TLIM-USERID.
           MOVE WS-TODAY          TO TLIM-SET-DATE.
           MOVE ZERO              TO TLIM-CLOSE-DATE.

           EXEC CICS WRITE
                FILE('TLIMFILE')
                FROM(TLIMREC)
                LENGTH(TLIMREC-LEN)
                RIDFLD(TLIM-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                EXEC CICS READ
                     FILE('TLIMFILE')
                     INTO(WS-TLIM-HOLD)
                     LENGTH(TLIMREC-LEN)
                     RIDFLD(TLIM-KEY)
                     UPDATE
                     RESP(WS-RESP)
                END-EXEC
                EXEC CICS REWRITE
                     FILE('TLIMFILE')
                     FROM(TLIMREC)
                     LENGTH(TLIMREC-LEN)
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

       690-GET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

       700-VIEW-TEMP-LIMIT.

      * THE ACCOUNT, ITS LIMIT NOW, AND ANY TEMPORARY INCREASE ON IT
           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-WANTED-ACCTKEY(1:3) TO ACCTCODEO.
           MOVE WS-WANTED-ACCTKEY(4:5) TO ACCTNOO.

           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT NOT ON ACCTFILE" TO LINE1O
           ELSE
                MOVE FNAME  TO WS-NM-FNAME
                MOVE SNAME  TO WS-NM-SNAME
                MOVE WS-NAME-LINE TO LINE1O
                MOVE CRLIMIT TO WS-LL-CRLIMIT
                MOVE CURBAL  TO WS-LL-CURBAL
                MOVE WS-LIMIT-LINE TO LINE2O
           END-IF.

           MOVE WS-WANTED-ACCTKEY TO TLIM-ACCTKEY.

           EXEC CICS READ
                FILE('TLIMFILE')
                INTO(TLIMREC)
                LENGTH(TLIMREC-LEN)
                RIDFLD(TLIM-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO TEMPORARY LIMIT ON FILE FOR THIS ACCOUNT"
                    TO LINE3O
           ELSE
                PERFORM 710-SHOW-TEMP-LIMIT
           END-IF.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
                MOVE SPACES TO WS-MESSAGE
           ELSE
                MOVE "ADD LIMIT, END DATE AND REASON TO SET - PF9 MENU"
                    TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NN')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA59')
           END-EXEC.

       710-SHOW-TEMP-LIMIT.

           IF TLIM-PENDING THEN
                MOVE "PENDING" TO WS-TL-STATUS
           ELSE
           IF TLIM-ACTIVE THEN
                MOVE "ACTIVE" TO WS-TL-STATUS
           ELSE
           IF TLIM-REVERTED THEN
                MOVE "REVERTED" TO WS-TL-STATUS
           ELSE
           IF TLIM-SUPERSEDED THEN
                MOVE "SUPERSEDED" TO WS-TL-STATUS
           ELSE
                MOVE "REJECTED" TO WS-TL-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE TLIM-TEMP-LIMIT   TO WS-TL-TEMP-LIMIT.
           MOVE TLIM-END-DATE     TO WS-TL-END-DATE.
           MOVE TLIM-REVERT-LIMIT TO WS-TL-REVERT-LIMIT.
           MOVE WS-TEMP-LINE      TO LINE3O.

           MOVE TLIM-SET-DATE TO WS-HL-SET-DATE.
           MOVE TLIM-USERID   TO WS-HL-USERID.
           MOVE TLIM-REASON   TO WS-HL-REASON.
           IF TLIM-IN-FORCE THEN
                MOVE SPACES TO WS-HL-CLOSED
           ELSE
                MOVE '  CLOSED ' TO WS-HL-CLOSED(1:9)
                MOVE TLIM-CLOSE-DATE TO WS-HL-CLOSE-DATE
           END-IF.
           MOVE WS-HISTORY-LINE TO LINE4O.

           MOVE TLIM-TEMP-LIMIT TO WS-LIMIT-9.
           MOVE WS-LIMIT-X      TO TMPLIMO.
           MOVE TLIM-END-DATE   TO ENDDATEO.
           MOVE TLIM-REASON     TO REASNO.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHN.
