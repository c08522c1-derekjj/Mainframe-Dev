       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHI.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY NEW-ACCOUNT APPLICATION CAPTURE MAP LAYOUT
       COPY 'DCIA2NI'.

      * COPY NEW-ACCOUNT APPLICATION RECORD LAYOUT
       COPY 'APPLREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY WATCH-LIST RECORD LAYOUT
       COPY 'WTCHREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY PRODUCT-CODE FILE RECORD LAYOUT
       COPY 'PRODREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.

      * CAPTURING AN APPLICATION IS BRANCH WORK - THE CREATE FLAG IS
      * ENOUGH. THE DECISION IS TAKEN ELSEWHERE, ON IA55. A SECFILE
      * THAT IS ITSELF UNAVAILABLE DOES NOT LOCK THE BRANCH OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * RESULT OF THE BRANCH-MASTER CHECK, AS ON THE CREATE SCREEN -
      * AN UNAVAILABLE BRANCH MASTER LEAVES THE CHECK PASSED
       01 WS-BRANCH-CHECK-SW PIC X VALUE 'Y'.
            88 WS-BRANCH-OK       VALUE 'Y'.
            88 WS-BRANCH-UNKNOWN  VALUE 'N'.
            88 WS-BRANCH-SHUT     VALUE 'C'.

      * THE REQUESTED LIMIT IS KEYED IN CENTS AND SLID RIGHT-
      * JUSTIFIED INTO A ZERO-FILLED FIELD, THE SAME WAY IA22 TAKES
      * A CREDIT LIMIT
       01 WS-LIMIT-X        PIC X(8).
       01 WS-LIMIT-9 REDEFINES WS-LIMIT-X
                            PIC 9(6)V99.

      * EVERY NEW ACCOUNT OPENS ON THE STANDARD PRODUCT UNLESS THE
      * APPLICATION ASKS FOR ANOTHER
       01 WS-DEFAULT-PRODUCT PIC X(2) VALUE 'ST'.

      * USED BY THE DUPLICATE NAME/ADDRESS BROWSES - NEITHER FILE HAS
      * AN ALTERNATE INDEX, SO EACH IS WALKED BY ITS PRIMARY KEY
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.
       01 WS-DUP-SW         PIC X VALUE 'N'.
            88 WS-DUP-FOUND      VALUE 'Y'.
       01 WS-KEYED-CUST     PIC 9(6) VALUE ZERO.
       01 WS-DUP-CUST       PIC 9(6) VALUE ZERO.

      * THE APPLICATION NUMBER COMES OFF THE CTLFILE COUNTER UNDER
      * READ UPDATE/REWRITE SO TWO TERMINALS CANNOT DRAW THE SAME ONE
       01 WS-CTL-NEW-SW     PIC X VALUE 'N'.
            88 WS-CTL-NEW        VALUE 'Y'.
       01 WS-ASSIGN-TRIES   PIC 9(3) VALUE 0.

       01 WS-CAPTURED-MESSAGE.
            05 FILLER             PIC X(12) VALUE 'APPLICATION '.
            05 WS-CM-APPLNO       PIC 9(7).
            05 FILLER             PIC X(9) VALUE ' CAPTURED'.
            05 WS-CM-WATCH        PIC X(17).
            05 WS-CM-DUP          PIC X(11).

       01 WS-DETAIL-LINE.
            05 FILLER             PIC X(3) VALUE 'ST='.
            05 WS-DL-STATUS       PIC X.
            05 FILLER             PIC X(5) VALUE ' REQ='.
            05 WS-DL-LIMIT        PIC 999999.99.
            05 FILLER             PIC X(6) VALUE ' PROD='.
            05 WS-DL-PRODUCT      PIC X(2).
            05 FILLER             PIC X(6) VALUE ' CUST='.
            05 WS-DL-CUST         PIC 9(6).
            05 FILLER             PIC X(7) VALUE ' WATCH='.
            05 WS-DL-WATCH        PIC X.
            05 FILLER             PIC X(5) VALUE ' DUP='.
            05 WS-DL-DUP          PIC X.
            05 FILLER             PIC X VALUE '/'.
            05 WS-DL-DUP-KEY      PIC X(8).
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-DL-CAPTURED     PIC 9(8).

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

      * EXTENDED COMMAREA CARRYING THE APPLICATION ON SCREEN ACROSS
      * TO THE DECISION SCREEN, SO IT IS NOT RE-KEYED
       01 WS-DECIDE-COMMAREA.
            05 WS-DECIDE-SOURCE   PIC X(3) VALUE 'APP'.
            05 WS-DECIDE-APPLNO   PIC 9(7).
       01 WS-DECIDE-LEN     PIC S9(4) COMP
                        VALUE 10.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(3).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
      * ADD CONDITION FOR WORK AGAINST A MISSING APPLICATION
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-APPLICATION-NOTFND)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF4(860-JUMP-TO-DECISION)
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NI')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A=CAPTURE I=SHOW W=AWAIT PAPERS P=PAPERS IN PF4=DECIDE"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NI')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA54')
           END-EXEC.

       170-CHECK-BRANCH-CODE.

      * THE KEYED BRANCH CODE MUST BE A REAL, OPEN BRANCH ON THE
      * BRANCH MASTER. ANY OTHER FAILURE LEAVES THE CHECK PASSED.
           MOVE 'Y' TO WS-BRANCH-CHECK-SW.
           MOVE BRANCHI TO BRCH-CODE.

           EXEC CICS READ
                FILE('BRCHFILE')
                INTO(BRCHREC)
                LENGTH(BRCHREC-LEN)
                RIDFLD(BRCH-CODE)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-BRANCH-CHECK-SW
           ELSE
           IF WS-RESP = DFHRESP(NORMAL) AND BRCH-CLOSED THEN
                MOVE 'C' TO WS-BRANCH-CHECK-SW
           END-IF
           END-IF.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE FLAG FOR THIS TRANSACTION
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
               AND NOT SEC-ALLOWS-CREATE THEN
                MOVE 'N' TO WS-AUTH-SW
           END-IF
           END-IF.

       185-LOG-DENIED-ATTEMPT.

      * A DENIED ATTEMPT IS WORTH KNOWING ABOUT - IT GOES TO THE
      * SAME AUDIT JOURNAL AS EVERYTHING ELSE, ACTION 'N'. THERE IS
      * NO ACCOUNT YET, SO THE KEYED BRANCH STANDS IN FOR ONE
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
           MOVE BRANCHI  TO AUDIT-ACCTCODE.
           MOVE ZERO     TO AUDIT-ACCTNO.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       187-CHECK-WATCH-LIST.

      * SCREEN THE KEYED NAME AGAINST THE WATCH LIST - AN EXACT
      * SURNAME/FIRST-NAME MATCH IS A HIT. A HIT DOES NOT STOP THE
      * CAPTURE, IT IS CARRIED ON THE APPLICATION FOR THE DECISION.
      * AN UNAVAILABLE LIST LEAVES THE CHECK PASSED.
           MOVE 'N' TO APPL-WATCH-FLAG.
           MOVE SNAMEI TO WTCH-SNAME.
           MOVE FNAMEI TO WTCH-FNAME.

           EXEC CICS READ
                FILE('WTCHFILE')
                INTO(WTCHREC)
                LENGTH(WTCHREC-LEN)
                RIDFLD(WTCH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO APPL-WATCH-FLAG
           END-IF.

       200-MAIN-LOGIC.

      * IMPLEMENT VALIDATION LOGIC

           IF ACTIONI = "X" THEN
                GO TO 999-EXIT
           ELSE
           IF ACTIONL = 0 THEN
                GO TO 100-FIRST-TIME
           ELSE
           IF ACTIONI NOT = "A" AND ACTIONI NOT = "I"
               AND ACTIONI NOT = "W" AND ACTIONI NOT = "P" THEN
                MOVE "ACTION MUST BE A, I, W OR P" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "A" THEN
                IF APPLNOL < 7 OR APPLNOI IS NOT NUMERIC THEN
                     MOVE "APPLICATION NUMBER MUST BE 7 NUMBERS"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                ELSE
                IF ACTIONI = "I" THEN
                     GO TO 700-SHOW-APPLICATION
                ELSE
                     GO TO 640-CHANGE-PAPERWORK
                END-IF
                END-IF
           ELSE
           IF BRANCHL = 0 THEN
                MOVE "BRANCH CODE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF FNAMEL = 0 THEN
                MOVE "FIRST NAME REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF SNAMEL = 0 THEN
                MOVE "SIR NAME REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ADDR1L = 0 OR ADDR2L = 0 THEN
                MOVE "ADDRESS REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CRLIMITL = 0
               OR CRLIMITI(1:CRLIMITL) IS NOT NUMERIC THEN
                MOVE "REQUESTED LIMIT REQUIRED AND MUST BE NUMERIC"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CRLIMITL < 3 THEN
                MOVE "LIMIT IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL > 0
               AND (CUSTNOL < 6 OR CUSTNOI IS NOT NUMERIC) THEN
                MOVE "CUSTOMER NUMBER MUST BE 6 NUMBERS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           PERFORM 170-CHECK-BRANCH-CODE
           IF WS-BRANCH-UNKNOWN THEN
                MOVE "BRANCH CODE NOT ON BRANCH MASTER" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-BRANCH-SHUT THEN
                MOVE "BRANCH IS CLOSED - NO NEW ACCOUNTS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 600-CAPTURE-APPLICATION
           END-IF.

       300-APPLICATION-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'APPLICATION NOT ON FILE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NI')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA54')
           END-EXEC.

       350-CHECK-DUPLICATE-ACCT.

      * THE SAME NAME AND ADDRESS ALREADY ON AN ACCOUNT MAY BE AN
      * EXISTING CUSTOMER OR A SECOND APPLICATION - EITHER WAY THE
      * DECISION SHOULD KNOW
           MOVE 'N' TO WS-DUP-SW.
           MOVE 'N' TO WS-BR-SW.
           MOVE LOW-VALUES TO ACCTKEY.

           EXEC CICS STARTBR
                FILE('ACCTFILE')
                RIDFLD(ACCTKEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 360-SCAN-NEXT-ACCOUNT
                    UNTIL WS-BR-DONE OR WS-DUP-FOUND
                EXEC CICS ENDBR
                     FILE('ACCTFILE')
                END-EXEC
           END-IF.

           IF WS-DUP-FOUND THEN
                MOVE 'A'     TO APPL-DUP-FLAG
                MOVE ACCTKEY TO APPL-DUP-KEY
           END-IF.

       360-SCAN-NEXT-ACCOUNT.

           EXEC CICS READNEXT
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
           IF FNAME = FNAMEI AND SNAME = SNAMEI AND ADDR1 = ADDR1I THEN
                MOVE 'Y' TO WS-DUP-SW
           END-IF
           END-IF.

       370-CHECK-DUPLICATE-CUST.

      * THE SAME PERSON ALREADY ON THE CUSTOMER MASTER UNDER A
      * NUMBER OTHER THAN THE ONE KEYED WOULD SPLIT ONE CUSTOMER IN
      * TWO - THE NUMBER FOUND IS KEPT SO THE DECISION CAN USE IT
           MOVE 'N' TO WS-DUP-SW.
           MOVE 'N' TO WS-BR-SW.
           MOVE ZERO TO CUST-NUMBER.

           EXEC CICS STARTBR
                FILE('CUSTFILE')
                RIDFLD(CUST-NUMBER)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 380-SCAN-NEXT-CUSTOMER
                    UNTIL WS-BR-DONE OR WS-DUP-FOUND
                EXEC CICS ENDBR
                     FILE('CUSTFILE')
                END-EXEC
           END-IF.

           IF WS-DUP-FOUND THEN
                MOVE 'C'         TO APPL-DUP-FLAG
                MOVE SPACES      TO APPL-DUP-KEY
                MOVE CUST-NUMBER TO WS-DUP-CUST
                MOVE WS-DUP-CUST TO APPL-DUP-KEY(1:6)
           END-IF.

       380-SCAN-NEXT-CUSTOMER.

           EXEC CICS READNEXT
                FILE('CUSTFILE')
                INTO(CUSTREC)
                LENGTH(CUSTREC-LEN)
                RIDFLD(CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
           IF CUST-FNAME = FNAMEI AND CUST-SNAME = SNAMEI
               AND CUST-ADDR1 = ADDR1I
               AND CUST-NUMBER NOT = WS-KEYED-CUST THEN
                MOVE 'Y' TO WS-DUP-SW
           END-IF
           END-IF.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NI')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA54')
           END-EXEC.

       600-CAPTURE-APPLICATION.

           PERFORM 180-CHECK-OPERATOR-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED FOR THIS TRANSACTION"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A PRODUCT ASKED FOR MUST EXIST - A BLANK ONE MEANS THE
      * STANDARD PRODUCT. AN UNAVAILABLE PRODUCT FILE LEAVES THE
      * CHECK PASSED
           IF PRODL = 0 THEN
                MOVE WS-DEFAULT-PRODUCT TO PROD-CODE
           ELSE
                MOVE PRODI TO PROD-CODE
           END-IF.

           EXEC CICS READ
                FILE('PRODFILE')
                INTO(PRODREC)
                LENGTH(PRODREC-LEN)
                RIDFLD(PROD-CODE)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "PRODUCT CODE NOT ON PRODUCT FILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A CUSTOMER NUMBER KEYED MUST BE ON THE CUSTOMER MASTER
           MOVE ZERO TO WS-KEYED-CUST.
           IF CUSTNOL > 0 THEN
                MOVE CUSTNOI TO CUST-NUMBER
                EXEC CICS READ
                     FILE('CUSTFILE')
                     INTO(CUSTREC)
                     LENGTH(CUSTREC-LEN)
                     RIDFLD(CUST-NUMBER)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NOTFND) THEN
                     MOVE "CUSTOMER NOT ON THE CUSTOMER MASTER"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                MOVE CUSTNOI TO WS-KEYED-CUST
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE SPACES TO APPLREC.
           SET APPL-PENDING TO TRUE.
           MOVE BRANCHI   TO APPL-BRANCH.
           MOVE TITLI     TO APPL-TITL.
           MOVE FNAMEI    TO APPL-FNAME.
           MOVE SNAMEI    TO APPL-SNAME.
           MOVE ADDR1I    TO APPL-ADDR1.
           MOVE ADDR2I    TO APPL-ADDR2.
           MOVE ZEROES TO WS-LIMIT-X.
           MOVE CRLIMITI(1:CRLIMITL) TO WS-LIMIT-X(9 - CRLIMITL:).
           MOVE WS-LIMIT-9 TO APPL-REQ-LIMIT.
           MOVE PROD-CODE TO APPL-PRODUCT.
           MOVE WS-KEYED-CUST TO APPL-CUST-NUMBER.
           MOVE WS-TODAY  TO APPL-CAPTURE-DATE.
           MOVE EIBUSER   TO APPL-CAPTURE-USERID.
           MOVE ZERO      TO APPL-DECISION-DATE.
           MOVE ZERO      TO APPL-APPR-LIMIT.
           MOVE ZERO      TO APPL-ACCTNO.

      * SCREENING - THE OUTCOMES RIDE ON THE APPLICATION, NONE OF
      * THEM STOPS THE CAPTURE. A CUSTOMER-MASTER MATCH IS THE MORE
      * USEFUL ONE TO THE DECISION, SO IT WINS WHEN BOTH ARE FOUND
           PERFORM 187-CHECK-WATCH-LIST.
           MOVE SPACE TO APPL-DUP-FLAG.
           PERFORM 350-CHECK-DUPLICATE-ACCT.
           PERFORM 370-CHECK-DUPLICATE-CUST.

           PERFORM 620-ASSIGN-APPLNO.

           MOVE APPL-NO TO WS-CM-APPLNO.
           MOVE SPACES TO WS-CM-WATCH.
           MOVE SPACES TO WS-CM-DUP.
           IF APPL-WATCH-HIT THEN
                MOVE " - WATCH LIST HIT" TO WS-CM-WATCH
           END-IF.
           IF APPL-DUP-ACCOUNT THEN
                MOVE " - DUP ACCT" TO WS-CM-DUP
           ELSE
           IF APPL-DUP-CUSTOMER THEN
                MOVE " - DUP CUST" TO WS-CM-DUP
           END-IF
           END-IF.
           MOVE WS-CAPTURED-MESSAGE TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       620-ASSIGN-APPLNO.

      * A MISSING COUNTER STARTS AT 1. A TAKEN NUMBER JUST STEPS TO
      * THE NEXT, THE SAME DISCIPLINE AS THE HOLD NUMBERS ON IA42
           MOVE 'N' TO WS-CTL-NEW-SW.
           MOVE 'APPLNEXT' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE SPACES TO CTLREC
                MOVE 'APPLNEXT' TO CTL-RECORD-ID
                MOVE 1 TO CTL-APPL-NEXT-NO
                SET WS-CTL-NEW TO TRUE
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CTL-APPL-NEXT-NO IS NOT NUMERIC THEN
                MOVE "APPLICATION COUNTER UNAVAILABLE - TRY AGAIN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE CTL-APPL-NEXT-NO TO APPL-NO.
           MOVE 0 TO WS-ASSIGN-TRIES.
           MOVE -1 TO WS-RESP.
           PERFORM 625-TRY-ONE-APPLNO
                UNTIL WS-RESP = DFHRESP(NORMAL)
                    OR WS-ASSIGN-TRIES > 100.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "APPLICATION NOT CAPTURED - FILE UNAVAILABLE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * CARRY THE COUNTER FORWARD PAST THE NUMBER JUST HANDED OUT
           COMPUTE CTL-APPL-NEXT-NO = APPL-NO + 1.

           IF WS-CTL-NEW THEN
                EXEC CICS WRITE
                     FILE('CTLFILE')
                     FROM(CTLREC)
                     LENGTH(CTLREC-LEN)
                     RIDFLD(CTL-RECORD-ID)
                     RESP(WS-RESP)
                END-EXEC
           ELSE
                EXEC CICS REWRITE
                     FILE('CTLFILE')
                     FROM(CTLREC)
                     LENGTH(CTLREC-LEN)
                END-EXEC
           END-IF.

       625-TRY-ONE-APPLNO.

           ADD 1 TO WS-ASSIGN-TRIES.

           EXEC CICS WRITE
                FILE('APPLFILE')
                FROM(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
                RESP(WS-RESP)
           END-EXEC.

      * ONLY A TAKEN NUMBER IS WORTH ANOTHER TRY - ANY OTHER
      * FAILURE ENDS THE LOOP RATHER THAN SPINNING ON IT
           IF WS-RESP = DFHRESP(DUPREC) THEN
                ADD 1 TO APPL-NO
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 999 TO WS-ASSIGN-TRIES
           END-IF
           END-IF.

       640-CHANGE-PAPERWORK.

      * AN UNDECIDED APPLICATION WAITS ON PAPERWORK ('W') UNTIL THE
      * BRANCH SAYS IT HAS ARRIVED ('P') - ONLY THEN CAN IT BE
      * APPROVED
           PERFORM 180-CHECK-OPERATOR-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED FOR THIS TRANSACTION"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

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

           IF ACTIONI = "W" THEN
                SET APPL-WAITING TO TRUE
                MOVE "APPLICATION NOW WAITING ON PAPERWORK"
                    TO WS-MESSAGE
           ELSE
                SET APPL-PENDING TO TRUE
                MOVE "PAPERWORK IN - APPLICATION READY FOR DECISION"
                    TO WS-MESSAGE
           END-IF.

           EXEC CICS REWRITE
                FILE('APPLFILE')
                FROM(APPLREC)
                LENGTH(APPLREC-LEN)
           END-EXEC.

           GO TO 720-SHOW-AFTER-CHANGE.

       700-SHOW-APPLICATION.

           MOVE APPLNOI TO APPL-NO.

           EXEC CICS READ
                FILE('APPLFILE')
                INTO(APPLREC)
                LENGTH(APPLREC-LEN)
                RIDFLD(APPL-NO)
           END-EXEC.

           MOVE "APPLICATION ON FILE" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       720-SHOW-AFTER-CHANGE.

           MOVE APPL-STATUS       TO WS-DL-STATUS.
           MOVE APPL-REQ-LIMIT    TO WS-DL-LIMIT.
           MOVE APPL-PRODUCT      TO WS-DL-PRODUCT.
           MOVE APPL-CUST-NUMBER  TO WS-DL-CUST.
           MOVE APPL-WATCH-FLAG   TO WS-DL-WATCH.
           MOVE APPL-DUP-FLAG     TO WS-DL-DUP.
           MOVE APPL-DUP-KEY      TO WS-DL-DUP-KEY.
           MOVE APPL-CAPTURE-DATE TO WS-DL-CAPTURED.

           MOVE LOW-VALUES TO MAP1O.
           MOVE APPL-NO       TO APPLNOO.
           MOVE APPL-BRANCH   TO BRANCHO.
           MOVE APPL-TITL     TO TITLO.
           MOVE APPL-FNAME    TO FNAMEO.
           MOVE APPL-SNAME    TO SNAMEO.
           MOVE APPL-ADDR1    TO ADDR1O.
           MOVE APPL-ADDR2    TO ADDR2O.
           MOVE APPL-PRODUCT  TO PRODO.
           MOVE WS-DETAIL-LINE TO LINE1O.
           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NI')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA54')
           END-EXEC.

       860-JUMP-TO-DECISION.

      * TAKE THE APPLICATION ON SCREEN STRAIGHT TO THE DECISION
      * SCREEN - A BLANK OR BAD NUMBER JUST ARRIVES AS ZERO
           MOVE ZERO TO WS-DECIDE-APPLNO.
           IF APPLNOL = 7 AND APPLNOI IS NUMERIC THEN
                MOVE APPLNOI TO WS-DECIDE-APPLNO
           END-IF.

           EXEC CICS XCTL
                PROGRAM('DCIA2PHJ')
                COMMAREA(WS-DECIDE-COMMAREA)
                LENGTH(WS-DECIDE-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHI.
