       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHJ.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY NEW-ACCOUNT APPLICATION DECISION MAP LAYOUT
       COPY 'DCIA2NJ'.

      * COPY NEW-ACCOUNT APPLICATION RECORD LAYOUT
       COPY 'APPLREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY NEXT-ACCOUNT-NUMBER COUNTER LAYOUT
       COPY 'NUMREC'.

      * COPY LAST-ACTIVITY RECORD LAYOUT
       COPY 'LACTREC'.

      * COPY ACCOUNT-TO-PRODUCT RECORD LAYOUT
       COPY 'APRDREC'.

      * COPY REASON-CODE FILE RECORD LAYOUT
       COPY 'RSNREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD, THE SAME RULE AS IA25
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.
       01 WS-WANTED-APPLNO  PIC 9(7) VALUE ZERO.

      * A CREDIT DECISION NEEDS THE APPROVE FLAG. A SECFILE THAT IS
      * ITSELF UNAVAILABLE DOES NOT LOCK THE DECISION OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * THE LARGEST LIMIT THIS OPERATOR MAY GRANT, OFF THEIR SECFILE
      * RECORD - A KEYED LIMIT IS TAKEN IN CENTS AND SLID RIGHT-
      * JUSTIFIED INTO A ZERO-FILLED FIELD, AS ON IA22
       01 WS-MAX-ALLOWED-LIMIT PIC 9(6)V99 VALUE 999999.99.
       01 WS-LIMIT-X        PIC X(8).
       01 WS-LIMIT-9 REDEFINES WS-LIMIT-X
                            PIC 9(6)V99.
       01 WS-GRANT-LIMIT    PIC 9(6)V99 VALUE ZERO.
       01 WS-GRANT-CUST     PIC 9(6) VALUE ZERO.

      * OUTCOME BYTE FOR THE WATCH JOURNAL ENTRY - 'O' OVERRIDDEN,
      * THE SAME CONVENTION IA22 USES. SPACE FOR EVERY OTHER
      * DENIED-ACTION ENTRY.
       01 WS-WATCH-OUTCOME  PIC X VALUE SPACE.

      * BATCH-WINDOW CONTROL - AN APPROVAL WRITES TO ACCTFILE, SO IT
      * WAITS WHILE OPERATIONS HAS THE SYSTEM CLOSED FOR BATCH
       01 WS-SYSTEM-SW      PIC X VALUE 'O'.
            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * AUTOMATIC ACCOUNT-NUMBER ASSIGNMENT OFF THE BRANCH'S
      * NUMFILE COUNTER, THE SAME DISCIPLINE AS IA22
       01 WS-AUTO-ASSIGN-SW PIC X VALUE 'N'.
            88 WS-AUTO-ASSIGN     VALUE 'Y'.
       01 WS-ACCTNO-FREE-SW PIC X VALUE 'N'.
            88 WS-ACCTNO-FREE     VALUE 'Y'.
       01 WS-NUM-NEW-SW     PIC X VALUE 'N'.
            88 WS-NUM-NEW         VALUE 'Y'.
       01 WS-ASSIGN-TRIES   PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-ACCTNO PIC 9(5) VALUE 0.

      * THE APPROVAL OPENS THE ACCOUNT, FILES ITS PRODUCT AND LINKS
      * IT TO THE CUSTOMER AS ONE PIECE OF WORK - IF THE PRODUCT OR
      * THE LINK CANNOT BE WRITTEN THE WHOLE APPROVAL IS BACKED OUT
      * RATHER THAN LEAVE AN ACCOUNT NOBODY OWNS
       01 WS-APRD-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-CLNK-RESP      PIC S9(8) COMP VALUE ZERO.

      * CUSTOMER-LEVEL EXPOSURE - THE NEW LIMIT COUNTS WITH EVERY
      * ACCOUNT ALREADY LINKED TO THE CUSTOMER AGAINST THE CUSTOMER'S
      * OWN CEILING, OR FAILING THAT THE HOUSE CEILING ON THE CTLFILE
      * 'EXPOSURE' RECORD. NO CEILING AT ALL LEAVES THE CHECK OFF.
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

      * THE LINKED ACCOUNTS ARE READ INTO THEIR OWN AREA - ONLY THE
      * LIMIT AND STATUS ARE WANTED
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

       01 WS-APPROVED-MESSAGE.
            05 FILLER             PIC X(19)
                      VALUE 'APPROVED - ACCOUNT '.
            05 WS-AM-ACCTKEY      PIC X(8).
            05 FILLER             PIC X(7) VALUE ' OPENED'.

      * THREE LINES DESCRIBING THE APPLICATION ON SCREEN
       01 WS-SHOW-LINE1.
            05 FILLER             PIC X(5) VALUE 'APPL '.
            05 WS-SL-APPLNO       PIC 9(7).
            05 FILLER             PIC X(4) VALUE ' BR '.
            05 WS-SL-BRANCH       PIC X(3).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-TITL         PIC X(4).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-FNAME        PIC X(15).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-SNAME        PIC X(15).
            05 FILLER             PIC X(4) VALUE ' ST='.
            05 WS-SL-STATUS       PIC X.

       01 WS-SHOW-LINE2.
            05 WS-SL-ADDR1        PIC X(20).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-ADDR2        PIC X(20).
            05 FILLER             PIC X(6) VALUE ' PROD='.
            05 WS-SL-PRODUCT      PIC X(2).
            05 FILLER             PIC X(6) VALUE ' CUST='.
            05 WS-SL-CUST         PIC 9(6).

       01 WS-SHOW-LINE3.
            05 FILLER             PIC X(4) VALUE 'REQ='.
            05 WS-SL-LIMIT        PIC 999999.99.
            05 FILLER             PIC X(7) VALUE ' WATCH='.
            05 WS-SL-WATCH        PIC X.
            05 FILLER             PIC X(5) VALUE ' DUP='.
            05 WS-SL-DUP          PIC X.
            05 FILLER             PIC X VALUE '/'.
            05 WS-SL-DUP-KEY      PIC X(8).
            05 FILLER             PIC X(4) VALUE ' IN '.
            05 WS-SL-CAPTURED     PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-SL-CAPTURE-USER PIC X(8).

      * A DECIDED APPLICATION SHOWS ITS OUTCOME ON THE MESSAGE LINE
       01 WS-DECIDED-MESSAGE.
            05 FILLER             PIC X(8) VALUE 'DECIDED '.
            05 WS-DM-STATUS       PIC X.
            05 FILLER             PIC X(5) VALUE ' RSN='.
            05 WS-DM-REASON       PIC X(2).
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-DM-DATE         PIC 9(8).
            05 FILLER             PIC X(6) VALUE ' ACCT='.
            05 WS-DM-ACCTKEY      PIC X(8).
            05 FILLER             PIC X(5) VALUE ' LIM='.
            05 WS-DM-LIMIT        PIC 999999.99.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

      * A 10-BYTE COMMAREA CARRIES THE APPLICATION NUMBER ACROSS
      * FROM THE CAPTURE SCREEN SO THE OPERATOR DOES NOT RE-KEY IT
       01 DFHCOMMAREA.
           05 COMM-SOURCE        PIC X(3).
           05 COMM-APPLNO        PIC 9(7).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * IF COMING FROM THE CAPTURE SCREEN WITH AN APPLICATION ON
      * SCREEN, GO STRAIGHT TO IT
           IF EIBCALEN = 10 THEN
               IF COMM-APPLNO IS NUMERIC AND COMM-APPLNO > 0 THEN
                   MOVE COMM-APPLNO TO WS-WANTED-APPLNO
                   GO TO 700-SHOW-APPLICATION
               ELSE
                   GO TO 100-FIRST-TIME
               END-IF
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
      * ADD CONDITION FOR A DECISION AGAINST A MISSING APPLICATION
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-APPLICATION-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NJ')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY APPLICATION - DECISION A=APPROVE D=DECLINE"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NJ')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA55')
           END-EXEC.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE APPROVER FLAG
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
               AND NOT SEC-ALLOWS-APPROVE THEN
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
      * SAME AUDIT JOURNAL AS EVERYTHING ELSE, ACTION 'N'. BEFORE AN
      * ACCOUNT EXISTS THE APPLICATION'S BRANCH STANDS IN FOR ONE
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
           MOVE APPL-BRANCH TO AUDIT-ACCTCODE.
           MOVE ZERO     TO AUDIT-ACCTNO.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
      * SPACE ON ORDINARY DENIALS - 'O' WHEN THE ENTRY RECORDS A
      * WATCH-LIST HIT BEING APPROVED, SO AN OVERRIDE LEAVES A TRACE
           MOVE WS-WATCH-OUTCOME TO AUDIT-AFTER-STAT.

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

      * IMPLEMENT VALIDATION LOGIC - A BLANK DECISION JUST SHOWS
      * THE APPLICATION

           IF DECISIONI = "X" THEN
                GO TO 999-EXIT
           ELSE
           IF APPLNOL < 7 OR APPLNOI IS NOT NUMERIC THEN
                MOVE "APPLICATION NUMBER MUST BE 7 NUMBERS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF DECISIONL = 0 THEN
                MOVE APPLNOI TO WS-WANTED-APPLNO
                GO TO 700-SHOW-APPLICATION
           ELSE
           IF DECISIONI NOT = "A" AND DECISIONI NOT = "D" THEN
                MOVE "DECISION MUST BE A (APPROVE) OR D (DECLINE)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF REASONL < 2 THEN
                MOVE "REASON CODE REQUIRED FOR A DECISION"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CRLIMITL > 0
               AND CRLIMITI(1:CRLIMITL) IS NOT NUMERIC THEN
                MOVE "LIMIT MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CRLIMITL > 0 AND CRLIMITL < 3 THEN
                MOVE "LIMIT IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACCTNOL > 0
               AND (ACCTNOL < 5 OR ACCTNOI IS NOT NUMERIC) THEN
                MOVE "ACCOUNT NUMBER MUST BE 5 NUMBERS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL > 0
               AND (CUSTNOL < 6 OR CUSTNOI IS NOT NUMERIC) THEN
                MOVE "CUSTOMER NUMBER MUST BE 6 NUMBERS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 600-DECIDE-APPLICATION
           END-IF.

       300-APPLICATION-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'APPLICATION NOT ON FILE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NJ')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA55')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NJ')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA55')
           END-EXEC.

       600-DECIDE-APPLICATION.

           MOVE APPLNOI TO APPL-NO.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
           END-EXEC.

           PERFORM 180-CHECK-OPERATOR-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED FOR THIS TRANSACTION"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE ACCOUNT WILL OPEN UNDER THE APPLICATION'S BRANCH, SO THAT
      * BRANCH MUST SIT INSIDE THE OPERATOR'S SCOPE
           MOVE APPL-BRANCH TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF NOT APPL-PENDING AND NOT APPL-WAITING THEN
                MOVE "APPLICATION ALREADY DECIDED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE REASON GOES ON THE APPLICATION FOR GOOD, SO IT MUST BE
      * ONE THE REASON FILE KNOWS. AN UNAVAILABLE REASON FILE LEAVES
      * THE CHECK PASSED.
           MOVE REASONI TO RSN-CODE.

           EXEC CICS READ
                FILE('RSNFILE')
                INTO(RSNREC)
                LENGTH(RSNREC-LEN)
                RIDFLD(RSN-CODE)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "REASON CODE NOT ON REASON FILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           IF DECISIONI = "D" THEN
                GO TO 650-DECLINE-APPLICATION
           END-IF.

           GO TO 620-APPROVE-APPLICATION.

       610-ASSIGN-ACCTNO.

      * TAKE THE NEXT NUMBER OFF THE BRANCH'S COUNTER RECORD UNDER
      * READ UPDATE/REWRITE SO TWO TERMINALS CANNOT DRAW THE SAME
      * NUMBER. A BRANCH WITH NO COUNTER YET STARTS AT 10001.
           MOVE APPL-BRANCH TO NUM-ACCTCODE.

           EXEC CICS READ
                FILE('NUMFILE')
                INTO(NUMREC)
                LENGTH(NUMREC-LEN)
                RIDFLD(NUM-ACCTCODE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE APPL-BRANCH TO NUM-ACCTCODE
                MOVE 10001 TO NUM-NEXT-ACCTNO
                SET WS-NUM-NEW TO TRUE
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NUMBER COUNTER UNAVAILABLE - KEY ACCTNO MANUALLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE NUM-NEXT-ACCTNO TO WS-CANDIDATE-ACCTNO.

      * STEP PAST ANY NUMBER ALREADY TAKEN
           MOVE 'N' TO WS-ACCTNO-FREE-SW.
           MOVE 0 TO WS-ASSIGN-TRIES.
           PERFORM 615-TEST-CANDIDATE
                UNTIL WS-ACCTNO-FREE OR WS-ASSIGN-TRIES > 100.

           IF NOT WS-ACCTNO-FREE THEN
                MOVE "NO FREE ACCOUNT NUMBER FOUND FOR THIS BRANCH"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * CARRY THE COUNTER FORWARD PAST THE NUMBER JUST HANDED OUT
           COMPUTE NUM-NEXT-ACCTNO = WS-CANDIDATE-ACCTNO + 1.

           IF WS-NUM-NEW THEN
                EXEC CICS WRITE
                     FILE('NUMFILE')
                     FROM(NUMREC)
                     LENGTH(NUMREC-LEN)
                     RIDFLD(NUM-ACCTCODE)
                     RESP(WS-RESP)
                END-EXEC
           ELSE
                EXEC CICS REWRITE
                     FILE('NUMFILE')
                     FROM(NUMREC)
                     LENGTH(NUMREC-LEN)
                END-EXEC
           END-IF.

       615-TEST-CANDIDATE.

           ADD 1 TO WS-ASSIGN-TRIES.
           MOVE APPL-BRANCH TO ACCTCODE.
           MOVE WS-CANDIDATE-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(WS-EXPO-ACCT)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                SET WS-ACCTNO-FREE TO TRUE
           ELSE
                ADD 1 TO WS-CANDIDATE-ACCTNO
           END-IF.

       620-APPROVE-APPLICATION.

      * ONLY A PENDING APPLICATION - ONE WHOSE PAPERWORK IS IN - MAY
      * BE APPROVED. ONE STILL WAITING MAY ONLY BE DECLINED.
           IF APPL-WAITING THEN
                MOVE "WAITING ON PAPERWORK - CANNOT APPROVE YET"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE ACCOUNT IS LINKED TO ITS CUSTOMER AS IT OPENS, SO THE
      * CUSTOMER MUST ALREADY BE ON THE CUSTOMER MASTER - A NUMBER
      * KEYED HERE WINS OVER THE ONE CAPTURED
           IF CUSTNOL > 0 THEN
                MOVE CUSTNOI TO WS-GRANT-CUST
           ELSE
                MOVE APPL-CUST-NUMBER TO WS-GRANT-CUST
           END-IF.

           IF WS-GRANT-CUST = 0 THEN
                MOVE "CUSTOMER NUMBER REQUIRED TO APPROVE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-GRANT-CUST TO CUST-NUMBER.

           EXEC CICS READ
                FILE('CUSTFILE')
                INTO(CUSTREC)
                LENGTH(CUSTREC-LEN)
                RIDFLD(CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "CUSTOMER NOT ON THE CUSTOMER MASTER"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE LIMIT GRANTED IS THE ONE KEYED, OR FAILING THAT THE ONE
      * ASKED FOR - EITHER WAY IT MUST SIT INSIDE THE OPERATOR'S
      * OWN AUTHORITY
           IF CRLIMITL > 0 THEN
                MOVE ZEROES TO WS-LIMIT-X
                MOVE CRLIMITI(1:CRLIMITL) TO WS-LIMIT-X(9 - CRLIMITL:)
                MOVE WS-LIMIT-9 TO WS-GRANT-LIMIT
           ELSE
                MOVE APPL-REQ-LIMIT TO WS-GRANT-LIMIT
           END-IF.

           IF WS-GRANT-LIMIT > WS-MAX-ALLOWED-LIMIT THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "LIMIT EXCEEDS YOUR OPERATOR AUTHORITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE NEW LIMIT COUNTS WITH THE CUSTOMER'S WHOLE RELATIONSHIP.
      * THE OPERATOR ALREADY CARRIES THE APPROVE FLAG, SO ONLY A
      * HOUSE RULE OF OUTRIGHT REFUSAL STOPS THE APPROVAL HERE.
           MOVE WS-GRANT-CUST  TO WS-EXPO-OWNER.
           MOVE SPACES         TO WS-EXPO-ACCTKEY.
           MOVE WS-GRANT-LIMIT TO WS-EXPO-NEW-LIMIT.
           PERFORM 690-CHECK-LINK-EXPOSURE.
           IF WS-EXPO-OVER AND WS-EXPO-REFUSES THEN
                MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A WATCH-LIST HIT FOUND AT CAPTURE IS BEING APPROVED BY AN
      * OPERATOR WITH THE APPROVE FLAG - THE OVERRIDE IS JOURNALLED
           IF APPL-WATCH-HIT THEN
                MOVE "O" TO WS-WATCH-OUTCOME
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE SPACE TO WS-WATCH-OUTCOME
           END-IF.

      * THE ACCOUNT OPENS UNDER THE APPLICATION'S BRANCH - A BLANK
      * ACCTNO IS ASSIGNED FROM THE BRANCH'S NUMFILE COUNTER
           MOVE APPL-BRANCH TO ACCTCODE.
           IF ACCTNOL = 0 THEN
                SET WS-AUTO-ASSIGN TO TRUE
                PERFORM 610-ASSIGN-ACCTNO
                MOVE APPL-BRANCH TO ACCTCODE
                MOVE WS-CANDIDATE-ACCTNO TO ACCTNO
           ELSE
                MOVE ACCTNOI TO ACCTNO
           END-IF.

      * HOLD THE APPLICATION WHILE THE ACCOUNT IS OPENED, AND MAKE
      * SURE NO OTHER TERMINAL HAS DECIDED IT IN THE MEANTIME
           MOVE APPLNOI TO APPL-NO.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
                UPDATE
           END-EXEC.

           IF NOT APPL-PENDING THEN
                MOVE "APPLICATION ALREADY DECIDED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE APPL-TITL     TO TITL.
           MOVE APPL-FNAME    TO FNAME.
           MOVE APPL-SNAME    TO SNAME.
           MOVE APPL-ADDR1    TO ADDR1.
           MOVE APPL-ADDR2    TO ADDR2.
           MOVE WS-GRANT-LIMIT TO CRLIMIT.
           MOVE ZERO          TO CURBAL.
           MOVE 'A'           TO STAT.

           EXEC CICS WRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                MOVE "ACCOUNT NUMBER ALREADY IN USE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT FILE UNAVAILABLE - NOT APPROVED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * DROP AN ENTRY TO THE AUDIT JOURNAL FOR THIS CREATE
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
           SET AUDIT-ACTION-CREATE TO TRUE.
           MOVE ACCTKEY  TO AUDIT-ACCTKEY.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE CRLIMIT  TO AUDIT-AFTER-CRLIMIT.
           MOVE STAT     TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

           PERFORM 670-STAMP-ACTIVITY.

      * FILE THE ACCOUNT UNDER THE PRODUCT THE APPLICATION ASKED FOR
           MOVE ACCTKEY      TO APRD-ACCTKEY.
           MOVE APPL-PRODUCT TO APRD-PRODUCT-CODE.

           EXEC CICS WRITE
                FILE('APRDFILE')
                FROM(APRDREC)
                LENGTH(APRDREC-LEN)
                RIDFLD(APRD-ACCTKEY)
                RESP(WS-APRD-RESP)
           END-EXEC.

      * AND LINK IT TO ITS CUSTOMER
           MOVE WS-GRANT-CUST TO CLNK-CUST-NUMBER.
           MOVE ACCTKEY       TO CLNK-ACCTKEY.

           EXEC CICS WRITE
                FILE('CLNKFILE')
                FROM(CLNKREC)
                LENGTH(CLNKREC-LEN)
                RIDFLD(CLNK-KEY)
                RESP(WS-CLNK-RESP)
           END-EXEC.

           IF WS-APRD-RESP NOT = DFHRESP(NORMAL)
               OR WS-CLNK-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
                MOVE "PRODUCT OR LINK NOT FILED - APPROVAL BACKED OUT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           SET APPL-APPROVED     TO TRUE.
           MOVE WS-TODAY         TO APPL-DECISION-DATE.
           MOVE EIBUSER          TO APPL-DECISION-USERID.
           MOVE REASONI          TO APPL-REASON.
           MOVE WS-GRANT-LIMIT   TO APPL-APPR-LIMIT.
           MOVE WS-GRANT-CUST    TO APPL-CUST-NUMBER.
           MOVE ACCTKEY          TO APPL-ACCTKEY.

           EXEC CICS REWRITE
                FILE('APPLFILE')
                FROM(APPLREC)
                LENGTH(APPLREC-LEN)
           END-EXEC.

      * AN APPROVAL OVER THE CEILING STILL STANDS, BUT SAYS SO
           IF WS-EXPO-OVER THEN
                MOVE WS-EXPO-MESSAGE TO WS-MESSAGE
                MOVE " OPENED" TO WS-MESSAGE(51:)
           ELSE
                MOVE ACCTKEY TO WS-AM-ACCTKEY
                MOVE WS-APPROVED-MESSAGE TO WS-MESSAGE
           END-IF.

           MOVE APPL-NO TO WS-WANTED-APPLNO.
           GO TO 720-SHOW-AFTER-DECISION.

       650-DECLINE-APPLICATION.

           MOVE APPLNOI TO APPL-NO.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
                UPDATE
           END-EXEC.

           IF NOT APPL-PENDING AND NOT APPL-WAITING THEN
                MOVE "APPLICATION ALREADY DECIDED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           SET APPL-DECLINED     TO TRUE.
           MOVE WS-TODAY         TO APPL-DECISION-DATE.
           MOVE EIBUSER          TO APPL-DECISION-USERID.
           MOVE REASONI          TO APPL-REASON.
           MOVE ZERO             TO APPL-APPR-LIMIT.

           EXEC CICS REWRITE
                FILE('APPLFILE')
                FROM(APPLREC)
                LENGTH(APPLREC-LEN)
           END-EXEC.

           MOVE "APPLICATION DECLINED" TO WS-MESSAGE.
           MOVE APPL-NO TO WS-WANTED-APPLNO.
           GO TO 720-SHOW-AFTER-DECISION.

       670-STAMP-ACTIVITY.

      * START THE NEW ACCOUNT'S LAST-ACTIVITY DATE TODAY SO THE
      * DORMANCY SWEEP MEASURES REAL INACTIVITY
           MOVE ACCTKEY TO LACT-ACCTKEY.
           MOVE AUDIT-DATE TO LACT-DATE.

           EXEC CICS WRITE
                FILE('LACTFILE')
                FROM(LACTREC)
                LENGTH(LACTREC-LEN)
                RIDFLD(LACT-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

       690-CHECK-LINK-EXPOSURE.

      * A LIMIT IS JUDGED AGAINST THE WHOLE RELATIONSHIP - EVERY
      * ACCOUNT ALREADY LINKED TO THE CUSTOMER COUNTS, PLUS THE ONE
      * BEING OPENED. NO CEILING, OR AN UNAVAILABLE FILE, LEAVES THE
      * CHECK PASSED
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

      * THE ACCOUNT BEING OPENED IS NOT ON THE LINK FILE YET - ITS
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
      * STALE LINK WHOSE ACCOUNT IS GONE COUNTS FOR NOTHING
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

       700-SHOW-APPLICATION.

           MOVE WS-WANTED-APPLNO TO APPL-NO.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 300-APPLICATION-NOTFND
           END-IF.

      * AN UNDECIDED APPLICATION INVITES A DECISION - A DECIDED ONE
      * SHOWS HOW IT WENT
           IF APPL-PENDING THEN
                MOVE "PAPERWORK IN - READY FOR DECISION" TO WS-MESSAGE
           ELSE
           IF APPL-WAITING THEN
                MOVE "WAITING ON PAPERWORK - DECLINE ONLY"
                    TO WS-MESSAGE
           ELSE
                MOVE APPL-STATUS        TO WS-DM-STATUS
                MOVE APPL-REASON        TO WS-DM-REASON
                MOVE APPL-DECISION-DATE TO WS-DM-DATE
                MOVE APPL-ACCTKEY       TO WS-DM-ACCTKEY
                MOVE APPL-APPR-LIMIT    TO WS-DM-LIMIT
                MOVE WS-DECIDED-MESSAGE TO WS-MESSAGE
           END-IF
           END-IF.

           GO TO 720-SHOW-AFTER-DECISION.

       720-SHOW-AFTER-DECISION.

           MOVE APPL-NO           TO WS-SL-APPLNO.
           MOVE APPL-BRANCH       TO WS-SL-BRANCH.
           MOVE APPL-TITL         TO WS-SL-TITL.
           MOVE APPL-FNAME        TO WS-SL-FNAME.
           MOVE APPL-SNAME        TO WS-SL-SNAME.
           MOVE APPL-STATUS       TO WS-SL-STATUS.
           MOVE APPL-ADDR1        TO WS-SL-ADDR1.
           MOVE APPL-ADDR2        TO WS-SL-ADDR2.
           MOVE APPL-PRODUCT      TO WS-SL-PRODUCT.
           MOVE APPL-CUST-NUMBER  TO WS-SL-CUST.
           MOVE APPL-REQ-LIMIT    TO WS-SL-LIMIT.
           MOVE APPL-WATCH-FLAG   TO WS-SL-WATCH.
           MOVE APPL-DUP-FLAG     TO WS-SL-DUP.
           MOVE APPL-DUP-KEY      TO WS-SL-DUP-KEY.
           MOVE APPL-CAPTURE-DATE TO WS-SL-CAPTURED.
           MOVE APPL-CAPTURE-USERID TO WS-SL-CAPTURE-USER.

           MOVE LOW-VALUES TO MAP1O.
           MOVE APPL-NO       TO APPLNOO.
           MOVE WS-SHOW-LINE1 TO LINE1O.
           MOVE WS-SHOW-LINE2 TO LINE2O.
           MOVE WS-SHOW-LINE3 TO LINE3O.
           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NJ')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA55')
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHJ.
