       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHP.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY CREDIT-BALANCE REFUND MAP LAYOUT
       COPY 'DCIA2NP'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY CREDIT-BALANCE REFUND RECORD LAYOUT
       COPY 'RFNDREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.
       01 WS-DISP-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-DISP-BR-SW     PIC X VALUE 'N'.
            88 WS-DISP-BR-DONE   VALUE 'Y'.

      * BOTH HALVES OF DUAL CONTROL - RAISING OR CANCELLING A REFUND
      * NEEDS THE UPDATE FLAG, APPROVING ONE NEEDS THE APPROVER FLAG,
      * AND NOBODY APPROVES A REFUND THEY RAISED THEMSELVES. A
      * SECFILE THAT IS ITSELF UNAVAILABLE DOES NOT LOCK THE BRANCH
      * OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * BATCH-WINDOW CONTROL - THE NIGHTLY PAYMENT RUN OWNS RFNDFILE
      * WHILE THE SYSTEM IS MARKED CLOSED, SO NOTHING IS RAISED,
      * APPROVED OR CANCELLED UNDER IT. A MISSING OR UNAVAILABLE
      * CONTROL RECORD LEAVES THE SYSTEM OPEN.
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

      * A REFUND IS MONEY LEAVING THE ACCOUNT - AN OPEN BANKRUPTCY OR
      * DECEASED EVENT STOPS IT THE SAME AS ANY OTHER DEBIT. AN
      * UNAVAILABLE LEGAL-EVENT FILE COUNTS AS NOTHING ON HOLD.
       01 WS-LGL-SW         PIC X VALUE 'N'.
            88 WS-LEGAL-HOLD     VALUE 'Y'.
       01 WS-LGL-BR-SW      PIC X VALUE 'N'.
            88 WS-LGL-BR-DONE    VALUE 'Y'.
       01 WS-LGL-RESP       PIC S9(8) COMP VALUE ZERO.
       01 WS-LGL-ACCTKEY    PIC X(8) VALUE SPACES.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ACCT-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.
       01 WS-WANTED-ACCTKEY PIC X(8) VALUE SPACES.
       01 WS-OLD-STATUS     PIC X VALUE SPACE.

      * THE REFUND IS KEYED IN CENTS AND SLID RIGHT-JUSTIFIED INTO A
      * ZERO-FILLED FIELD, THE SAME WAY IA25 TAKES AN AMOUNT
       01 WS-AMOUNT-X       PIC X(8).
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                            PIC 9(6)V99.

      * THE CREDIT WE HOLD IS THE BALANCE BELOW ZERO, TURNED ROUND,
      * LESS ANY PROVISIONAL DISPUTE CREDIT STILL OPEN ON IA50
       01 WS-CREDIT-HELD    PIC S9(7)V99 VALUE ZERO.

      * MAKER-CHECKER CONTROL - A REFUND ABOVE THE 'RFNDRULE'
      * THRESHOLD WAITS FOR A SECOND OPERATOR. A MISSING RECORD
      * LEAVES THE HOUSE DEFAULT IN PLACE
       01 WS-RFND-THRESHOLD PIC 9(6)V99 VALUE 250.00.

      * USED BY THE REFUND BROWSE - THE ACCOUNT'S REFUNDS ARE WALKED
      * IN KEY ORDER, THE LATEST SEVEN KEPT FOR THE SCREEN, AND ANY
      * STILL OPEN NOTED SO A SECOND ONE IS NOT RAISED ALONGSIDE
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.
       01 WS-OPEN-SW        PIC X VALUE 'N'.
            88 WS-REFUND-OPEN    VALUE 'Y'.
       01 WS-LAST-SEQ       PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT     PIC 9 VALUE ZERO.
       01 WS-LINE-IDX       PIC 9 VALUE ZERO.
       01 WS-LINE-TABLE.
            05 WS-LT-ENTRY        PIC X(76) OCCURS 7 TIMES.

       01 WS-NAME-LINE.
            05 FILLER             PIC X(9) VALUE 'ACCOUNT: '.
            05 WS-NM-FNAME        PIC X(15).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-NM-SNAME        PIC X(15).
            05 FILLER             PIC X(10) VALUE ' BALANCE '.
            05 WS-NM-CURBAL       PIC ZZZ,ZZ9.99-.

       01 WS-REFUND-LINE.
            05 WS-RL-SEQ          PIC 9(3).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RL-STATUS       PIC X(9).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RL-AMOUNT       PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RL-METHOD       PIC X(6).
            05 FILLER             PIC X(8) VALUE ' RAISED '.
            05 WS-RL-REQ-DATE     PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RL-REQ-USERID   PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RL-LAST-LABEL   PIC X(5).
            05 WS-RL-LAST-VALUE   PIC X(8).

       01 WS-DONE-MESSAGE.
            05 FILLER             PIC X(7) VALUE 'REFUND '.
            05 WS-DM-SEQ          PIC 9(3).
            05 WS-DM-TEXT         PIC X(50).

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
      * IDENTIFIED - GO STRAIGHT TO ITS REFUNDS
           IF EIBCALEN = 11 THEN
               MOVE COMM-ACCTKEY TO WS-WANTED-ACCTKEY
               GO TO 700-SHOW-REFUNDS
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
                MAPSET('DCIA2NP')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY ACCOUNT - R=RAISE A=APPROVE C=CANCEL BLANK=LIST"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NP')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA61')
           END-EXEC.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE UPDATE FLAG - RAISING OR CANCELLING A REFUND IS
      * ACCOUNT WORK LIKE A POSTING
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

       181-CHECK-APPROVER-AUTH.

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
      * A KEY ALONE LISTS THE ACCOUNT'S REFUNDS; R RAISES A NEW ONE,
      * A AND C WORK THE REFUND WHOSE NUMBER IS KEYED

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
                GO TO 700-SHOW-REFUNDS
           ELSE
           IF ACTIONI NOT = "R" AND ACTIONI NOT = "A"
               AND ACTIONI NOT = "C" THEN
                MOVE "ACTION MUST BE R (RAISE), A (APPROVE) OR C"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "R" THEN
                GO TO 210-EDIT-RAISE
           ELSE
           IF RFNDSEQL < 3 OR RFNDSEQI IS NOT NUMERIC THEN
                MOVE "KEY THE 3-DIGIT REFUND NUMBER TO ACT ON"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "A" THEN
                GO TO 640-APPROVE-REFUND
           ELSE
                GO TO 660-CANCEL-REFUND
           END-IF.

       210-EDIT-RAISE.

      * A BANK TRANSFER NEEDS SOMEWHERE TO SEND IT - A CHEQUE GOES
      * TO THE NAME AND ADDRESS ALREADY ON THE ACCOUNT
           IF AMOUNTL = 0 THEN
                MOVE "REFUND AMOUNT REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF AMOUNTI(1:AMOUNTL) IS NOT NUMERIC THEN
                MOVE "AMOUNT MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF AMOUNTL < 3 THEN
                MOVE "AMOUNT IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF METHODI NOT = "B" AND METHODI NOT = "Q" THEN
                MOVE "METHOD MUST BE B (BANK TRANSFER) OR Q (CHEQUE)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF METHODI = "Q" AND (SORTCDL > 0 OR BANKACCL > 0) THEN
                MOVE "BANK DETAILS ARE ONLY FOR A BANK TRANSFER"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF METHODI = "B"
               AND (SORTCDL < 6 OR SORTCDI IS NOT NUMERIC) THEN
                MOVE "SORT CODE MUST BE 6 NUMBERS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF METHODI = "B"
               AND (BANKACCL < 8 OR BANKACCI IS NOT NUMERIC) THEN
                MOVE "BANK ACCOUNT MUST BE 8 NUMBERS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 600-RAISE-REFUND
           END-IF.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT NOT FOUND, NO REFUND RAISED' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NP')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA61')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NP')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA61')
           END-EXEC.

       600-RAISE-REFUND.

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
           MOVE ZEROES TO WS-AMOUNT-X.
           MOVE AMOUNTI(1:AMOUNTL) TO WS-AMOUNT-X(9 - AMOUNTL:AMOUNTL).

      * THE ACCOUNT IS ONLY READ - NOTHING ON IT MOVES UNTIL THE
      * PAYMENT RUN POSTS THE DEBIT. NOTFND IS TRAPPED BY THE HANDLE
      * CONDITION ABOVE
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
           END-EXEC.

           COMPUTE WS-CREDIT-HELD = 0 - CURBAL.
           PERFORM 670-DEDUCT-OPEN-DISPUTES.

           IF CURBAL NOT < 0 THEN
                MOVE "ACCOUNT HOLDS NO CREDIT BALANCE TO REFUND"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-AMOUNT-9 = 0 THEN
                MOVE "REFUND AMOUNT MUST BE ABOVE ZERO" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-AMOUNT-9 > WS-CREDIT-HELD THEN
                MOVE "REFUND EXCEEDS THE CREDIT BALANCE HELD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF
           END-IF.

           PERFORM 690-CHECK-LEGAL-HOLD.
           IF WS-LEGAL-HOLD THEN
                MOVE "LEGAL HOLD ON ACCOUNT - NO REFUND ALLOWED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * ONE OPEN REFUND AT A TIME - A SECOND WOULD PAY THE SAME
      * CREDIT TWICE. THE NEXT NUMBER FOLLOWS THE ACCOUNT'S LAST
           PERFORM 610-SCAN-REFUNDS.
           IF WS-REFUND-OPEN THEN
                MOVE "A REFUND IS ALREADY OPEN ON THIS ACCOUNT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF WS-LAST-SEQ = 999 THEN
                MOVE "REFUND NUMBERS USED UP FOR THIS ACCOUNT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 630-READ-RFND-THRESHOLD.
           PERFORM 695-GET-TODAY.

           MOVE SPACES TO RFNDREC.
           MOVE WS-WANTED-ACCTKEY TO RFND-ACCTKEY.
           COMPUTE RFND-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-AMOUNT-9 TO RFND-AMOUNT.
           MOVE METHODI     TO RFND-METHOD.
           IF METHODI = "B" THEN
                MOVE SORTCDI  TO RFND-BANK-SORT
                MOVE BANKACCI TO RFND-BANK-ACCOUNT
           END-IF.
           MOVE WS-TODAY    TO RFND-REQ-DATE.
           MOVE EIBUSER     TO RFND-REQ-USERID.
           MOVE ZERO        TO RFND-APPR-DATE.
           MOVE ZERO        TO RFND-PAID-DATE.
           MOVE ZERO        TO RFND-PAID-SEQ.
           MOVE ZERO        TO RFND-CANC-DATE.

      * AT OR UNDER THE THRESHOLD THE RAISING OPERATOR'S WORD IS
      * ENOUGH - THE REFUND GOES STRAIGHT INTO TONIGHT'S PAYMENT RUN
           IF WS-AMOUNT-9 > WS-RFND-THRESHOLD THEN
                SET RFND-REQUESTED TO TRUE
                MOVE " RAISED - AWAITS A SECOND OPERATOR TO APPROVE"
                    TO WS-DM-TEXT
           ELSE
                SET RFND-APPROVED TO TRUE
                MOVE WS-TODAY TO RFND-APPR-DATE
                MOVE EIBUSER  TO RFND-APPR-USERID
                MOVE " RAISED AND APPROVED - PAYS IN TONIGHT'S RUN"
                    TO WS-DM-TEXT
           END-IF.

           EXEC CICS WRITE
                FILE('RFNDFILE')
                FROM(RFNDREC)
                LENGTH(RFNDREC-LEN)
                RIDFLD(RFND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                MOVE "REFUND NUMBER JUST TAKEN - PLEASE TRY AGAIN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "REFUND FILE UNAVAILABLE - NOTHING RAISED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE SPACE TO WS-OLD-STATUS.
           PERFORM 680-JOURNAL-REFUND.

           MOVE RFND-SEQ TO WS-DM-SEQ.
           MOVE WS-DONE-MESSAGE TO WS-MESSAGE.
           GO TO 700-SHOW-REFUNDS.

       610-SCAN-REFUNDS.

      * WALK THE ACCOUNT'S REFUNDS IN KEY ORDER, KEEPING THE LAST
      * NUMBER USED, WHETHER ANY IS STILL OPEN, AND A DISPLAY LINE
      * FOR EACH OF THE LATEST SEVEN
           MOVE 'N' TO WS-BR-SW.
           MOVE 'N' TO WS-OPEN-SW.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO WS-LINE-TABLE.
           MOVE WS-WANTED-ACCTKEY TO RFND-ACCTKEY.
           MOVE ZERO TO RFND-SEQ.

           EXEC CICS STARTBR
                FILE('RFNDFILE')
                RIDFLD(RFND-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 615-SCAN-NEXT-REFUND
                    UNTIL WS-BR-DONE
                EXEC CICS ENDBR
                     FILE('RFNDFILE')
                END-EXEC
           END-IF.

       615-SCAN-NEXT-REFUND.

           EXEC CICS READNEXT
                FILE('RFNDFILE')
                INTO(RFNDREC)
                LENGTH(RFNDREC-LEN)
                RIDFLD(RFND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR RFND-ACCTKEY NOT = WS-WANTED-ACCTKEY THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
                MOVE RFND-SEQ TO WS-LAST-SEQ
                IF RFND-OPEN THEN
                     MOVE 'Y' TO WS-OPEN-SW
                END-IF
                PERFORM 620-FORMAT-REFUND-LINE
                IF WS-LINE-COUNT < 7 THEN
                     ADD 1 TO WS-LINE-COUNT
                ELSE
                     PERFORM 625-SHIFT-ONE-LINE
                         VARYING WS-LINE-IDX FROM 1 BY 1
                         UNTIL WS-LINE-IDX > 6
                END-IF
                MOVE WS-REFUND-LINE TO WS-LT-ENTRY(WS-LINE-COUNT)
           END-IF.

       620-FORMAT-REFUND-LINE.

           MOVE RFND-SEQ        TO WS-RL-SEQ.
           MOVE RFND-AMOUNT     TO WS-RL-AMOUNT.
           MOVE RFND-REQ-DATE   TO WS-RL-REQ-DATE.
           MOVE RFND-REQ-USERID TO WS-RL-REQ-USERID.
           IF RFND-BY-BANK THEN
                MOVE "BANK" TO WS-RL-METHOD
           ELSE
                MOVE "CHEQUE" TO WS-RL-METHOD
           END-IF.

           IF RFND-REQUESTED THEN
                MOVE "AWAITING" TO WS-RL-STATUS
                MOVE SPACES TO WS-RL-LAST-LABEL
                MOVE SPACES TO WS-RL-LAST-VALUE
           ELSE
           IF RFND-APPROVED THEN
                MOVE "APPROVED" TO WS-RL-STATUS
                MOVE "APPR " TO WS-RL-LAST-LABEL
                MOVE RFND-APPR-USERID TO WS-RL-LAST-VALUE
           ELSE
           IF RFND-PAID THEN
                MOVE "PAID" TO WS-RL-STATUS
                MOVE "PAID " TO WS-RL-LAST-LABEL
                MOVE RFND-PAID-DATE TO WS-RL-LAST-VALUE
           ELSE
                MOVE "CANCELLED" TO WS-RL-STATUS
                MOVE "CANC " TO WS-RL-LAST-LABEL
                MOVE RFND-CANC-DATE TO WS-RL-LAST-VALUE
           END-IF
           END-IF
           END-IF.

       625-SHIFT-ONE-LINE.

           MOVE WS-LT-ENTRY(WS-LINE-IDX + 1)
               TO WS-LT-ENTRY(WS-LINE-IDX).

       630-READ-RFND-THRESHOLD.

      * A MISSING OR UNREADABLE 'RFNDRULE' CONTROL RECORD LEAVES THE
      * HOUSE DEFAULT IN PLACE - UNLIKE A LIMIT INCREASE, MONEY GOING
      * OUT OF THE DOOR IS NEVER LEFT WITHOUT A SECOND PAIR OF EYES
           MOVE 250.00 TO WS-RFND-THRESHOLD.
           MOVE 'RFNDRULE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CTL-RFND-THRESHOLD IS NUMERIC THEN
                MOVE CTL-RFND-THRESHOLD TO WS-RFND-THRESHOLD
           END-IF.

       640-APPROVE-REFUND.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 181-CHECK-APPROVER-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO APPROVE REFUNDS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 650-READ-REFUND-FOR-UPDATE.

           IF NOT RFND-REQUESTED THEN
                MOVE "REFUND IS NOT WAITING FOR APPROVAL" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF RFND-REQ-USERID = EIBUSER THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "RAISER CANNOT APPROVE THEIR OWN REFUND"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE CREDIT MAY HAVE BEEN SPENT SINCE THE REFUND WAS RAISED -
      * APPROVAL LOOKS AGAIN RATHER THAN LEAVE THE PAYMENT RUN TO
      * CANCEL IT
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                COMPUTE WS-CREDIT-HELD = 0 - CURBAL
                PERFORM 670-DEDUCT-OPEN-DISPUTES
                IF RFND-AMOUNT > WS-CREDIT-HELD THEN
                     MOVE "CREDIT BALANCE NO LONGER COVERS THE REFUND"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                PERFORM 690-CHECK-LEGAL-HOLD
                IF WS-LEGAL-HOLD THEN
                     MOVE "LEGAL HOLD ON ACCOUNT - NO REFUND ALLOWED"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           PERFORM 695-GET-TODAY.
           MOVE RFND-STATUS TO WS-OLD-STATUS.
           SET RFND-APPROVED TO TRUE.
           MOVE WS-TODAY TO RFND-APPR-DATE.
           MOVE EIBUSER  TO RFND-APPR-USERID.

           EXEC CICS REWRITE
                FILE('RFNDFILE')
                FROM(RFNDREC)
                LENGTH(RFNDREC-LEN)
           END-EXEC.

           PERFORM 680-JOURNAL-REFUND.

           MOVE RFND-SEQ TO WS-DM-SEQ.
           MOVE " APPROVED - PAYS IN TONIGHT'S RUN" TO WS-DM-TEXT.
           MOVE WS-DONE-MESSAGE TO WS-MESSAGE.
           GO TO 700-SHOW-REFUNDS.

       650-READ-REFUND-FOR-UPDATE.

           MOVE WS-WANTED-ACCTKEY TO RFND-ACCTKEY.
           MOVE RFNDSEQI TO RFND-SEQ.

           EXEC CICS READ
                FILE('RFNDFILE')
                INTO(RFNDREC)
                LENGTH(RFNDREC-LEN)
                RIDFLD(RFND-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO SUCH REFUND ON THIS ACCOUNT" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "REFUND FILE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

       660-CANCEL-REFUND.

      * ANY REFUND NOT YET PAID MAY BE CANCELLED - BY ITS RAISER OR
      * ANYONE ELSE WITH THE UPDATE FLAG. ONCE THE PAYMENT RUN HAS
      * SENT IT, ONLY A NEW POSTING ON IA25 CAN PUT IT RIGHT
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

           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 650-READ-REFUND-FOR-UPDATE.

           IF NOT RFND-OPEN THEN
                MOVE "ONLY A REFUND NOT YET PAID CAN BE CANCELLED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 695-GET-TODAY.
           MOVE RFND-STATUS TO WS-OLD-STATUS.
           SET RFND-CANCELLED TO TRUE.
           SET RFND-CANC-BY-OPERATOR TO TRUE.
           MOVE WS-TODAY TO RFND-CANC-DATE.
           MOVE EIBUSER  TO RFND-CANC-USERID.

           EXEC CICS REWRITE
                FILE('RFNDFILE')
                FROM(RFNDREC)
                LENGTH(RFNDREC-LEN)
           END-EXEC.

           PERFORM 680-JOURNAL-REFUND.

           MOVE RFND-SEQ TO WS-DM-SEQ.
           MOVE " CANCELLED - IT WILL NOT BE PAID" TO WS-DM-TEXT.
           MOVE WS-DONE-MESSAGE TO WS-MESSAGE.
           GO TO 700-SHOW-REFUNDS.

       670-DEDUCT-OPEN-DISPUTES.

      * A PROVISIONAL DISPUTE CREDIT IS NOT THE CUSTOMER'S MONEY UNTIL
      * THE CASE IS WON - EACH CASE STILL OPEN COMES OFF THE CREDIT
      * HELD. THE ACCOUNT'S CASES SIT TOGETHER AT THE FRONT OF THE
      * DISPFILE KEY. AN UNAVAILABLE FILE COUNTS AS NO DISPUTES.
           MOVE 'N' TO WS-DISP-BR-SW.
           MOVE ACCTKEY TO DISP-ACCTKEY.
           MOVE ZERO TO DISP-TRAN-DATE.
           MOVE ZERO TO DISP-TRAN-SEQ.

           EXEC CICS STARTBR
                FILE('DISPFILE')
                RIDFLD(DISP-KEY)
                GTEQ
                RESP(WS-DISP-RESP)
           END-EXEC.

           IF WS-DISP-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           END-IF.

           PERFORM 675-DEDUCT-NEXT-CASE
                UNTIL WS-DISP-BR-DONE.

           IF WS-DISP-RESP = DFHRESP(NORMAL)
               OR WS-DISP-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('DISPFILE')
                END-EXEC
           END-IF.

       675-DEDUCT-NEXT-CASE.

           EXEC CICS READNEXT
                FILE('DISPFILE')
                INTO(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-DISP-RESP)
           END-EXEC.

           IF WS-DISP-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           ELSE
           IF DISP-ACCTKEY NOT = ACCTKEY THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           ELSE
           IF DISP-OPEN THEN
                SUBTRACT DISP-AMOUNT FROM WS-CREDIT-HELD
           END-IF
           END-IF
           END-IF.

       680-JOURNAL-REFUND.

      * EVERY CHANGE TO A REFUND IS JOURNALLED - THE AMOUNT IN BOTH
      * IMAGES, THE REFUND STATUS BEFORE AND AFTER
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
           SET AUDIT-ACTION-REFUND TO TRUE.
           MOVE RFND-ACCTKEY  TO AUDIT-ACCTKEY.
           MOVE RFND-AMOUNT   TO AUDIT-BEFORE-CRLIMIT.
           MOVE WS-OLD-STATUS TO AUDIT-BEFORE-STAT.
           MOVE RFND-AMOUNT   TO AUDIT-AFTER-CRLIMIT.
           MOVE RFND-STATUS   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       690-CHECK-LEGAL-HOLD.

      * THE ACCOUNT'S OWN EVENT FIRST, THEN EVERY CUSTOMER LINKED TO
      * IT - A FULL SCAN, THE CUSTOMER-FIRST KEY CANNOT REACH THE
      * ACCOUNT DIRECTLY. A JOINT ACCOUNT IS HELD BY ANY ONE HOLDER.
           MOVE 'N' TO WS-LGL-SW.
           MOVE ACCTKEY TO WS-LGL-ACCTKEY.
           MOVE 'A' TO LGL-SUBJECT-TYPE.
           MOVE ACCTKEY TO LGL-SUBJECT-ID.
           PERFORM 692-READ-LEGAL-EVENT.

           IF NOT WS-LEGAL-HOLD THEN
                MOVE 'N' TO WS-LGL-BR-SW
                MOVE LOW-VALUES TO CLNK-KEY
                EXEC CICS STARTBR
                     FILE('CLNKFILE')
                     RIDFLD(CLNK-KEY)
                     GTEQ
                     RESP(WS-LGL-RESP)
                END-EXEC
                IF WS-LGL-RESP = DFHRESP(NORMAL) THEN
                     PERFORM 691-SCAN-ONE-LEGAL-LINK
                         UNTIL WS-LGL-BR-DONE
                     EXEC CICS ENDBR
                          FILE('CLNKFILE')
                     END-EXEC
                END-IF
           END-IF.

       691-SCAN-ONE-LEGAL-LINK.

           EXEC CICS READNEXT
                FILE('CLNKFILE')
                INTO(CLNKREC)
                LENGTH(CLNKREC-LEN)
                RIDFLD(CLNK-KEY)
                RESP(WS-LGL-RESP)
           END-EXEC.

           IF WS-LGL-RESP NOT = DFHRESP(NORMAL) THEN
                SET WS-LGL-BR-DONE TO TRUE
           ELSE
           IF CLNK-ACCTKEY = WS-LGL-ACCTKEY THEN
                MOVE 'C' TO LGL-SUBJECT-TYPE
                MOVE SPACES TO LGL-SUBJECT-ID
                MOVE CLNK-CUST-NUMBER TO LGL-CUST-NUMBER
                PERFORM 692-READ-LEGAL-EVENT
                IF WS-LEGAL-HOLD THEN
                     SET WS-LGL-BR-DONE TO TRUE
                END-IF
           END-IF
           END-IF.

       692-READ-LEGAL-EVENT.

           EXEC CICS READ
                FILE('LGLFILE')
                INTO(LGLREC)
                LENGTH(LGLREC-LEN)
                RIDFLD(LGL-KEY)
                RESP(WS-LGL-RESP)
           END-EXEC.

           IF WS-LGL-RESP = DFHRESP(NORMAL) AND LGL-OPEN THEN
                MOVE 'Y' TO WS-LGL-SW
           END-IF.

       695-GET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

       700-SHOW-REFUNDS.

      * THE ACCOUNT AND ITS BALANCE, THEN ITS LATEST REFUNDS OLDEST
      * FIRST
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-ACCT-RESP)
           END-EXEC.

           PERFORM 610-SCAN-REFUNDS.

           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-WANTED-ACCTKEY(1:3) TO ACCTCODEO.
           MOVE WS-WANTED-ACCTKEY(4:5) TO ACCTNOO.

           IF WS-ACCT-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT NOT ON ACCTFILE" TO LINE1O
           ELSE
                MOVE FNAME  TO WS-NM-FNAME
                MOVE SNAME  TO WS-NM-SNAME
                MOVE CURBAL TO WS-NM-CURBAL
                MOVE WS-NAME-LINE TO LINE1O
           END-IF.

           IF WS-LINE-COUNT = 0 THEN
                MOVE "NO REFUNDS ON FILE FOR THIS ACCOUNT" TO LINE2O
           ELSE
                MOVE WS-LT-ENTRY(1) TO LINE2O
                MOVE WS-LT-ENTRY(2) TO LINE3O
                MOVE WS-LT-ENTRY(3) TO LINE4O
                MOVE WS-LT-ENTRY(4) TO LINE5O
                MOVE WS-LT-ENTRY(5) TO LINE6O
                MOVE WS-LT-ENTRY(6) TO LINE7O
                MOVE WS-LT-ENTRY(7) TO LINE8O
           END-IF.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
                MOVE SPACES TO WS-MESSAGE
           ELSE
                MOVE "R RAISE, A/C AND A REFUND NUMBER - PF9 MENU"
                    TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NP')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA61')
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHP.
