       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHE.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY DISPUTE CASE MAP LAYOUT
       COPY 'DCIA2NE'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY CUSTOMER CORRESPONDENCE TRIGGER LAYOUT
       COPY 'CORRREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY POSTING-REVERSAL RECORD LAYOUT
       COPY 'REVREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * BATCH-WINDOW CONTROL - THE SAME SYSSTAT CHECK THE POSTING
      * SCREEN MAKES, SINCE OPENING OR LOSING A CASE MOVES CURBAL
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

      * AN OPEN BANKRUPTCY OR DECEASED EVENT ON THE ACCOUNT, OR ON ANY
      * CUSTOMER LINKED TO IT, STOPS THE LOST-CASE DEBIT - THE SAME
      * HOLD IA25 APPLIES. AN UNAVAILABLE LEGAL-EVENT FILE COUNTS AS
      * NOTHING ON HOLD.
       01 WS-LGL-SW         PIC X VALUE 'N'.
            88 WS-LEGAL-HOLD     VALUE 'Y'.
       01 WS-LGL-BR-SW      PIC X VALUE 'N'.
            88 WS-LGL-BR-DONE    VALUE 'Y'.
       01 WS-LGL-RESP       PIC S9(8) COMP VALUE ZERO.
       01 WS-LGL-ACCTKEY    PIC X(8) VALUE SPACES.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-DEADLINE-ABS   PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8).
       01 WS-TODAY-TIME     PIC 9(6).

      * USED BY THE NEXT-SEQUENCE BROWSE IN 650-NEXT-TRAN-SEQ
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.
       01 WS-TRAN-DATE      PIC 9(8).
       01 WS-NEXT-SEQ       PIC 9(3).

       01 WS-POST-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-DISP-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-CHGO-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-REV-RESP       PIC S9(8) COMP VALUE ZERO.

      * SET WHEN THE PROVISIONAL CREDIT OR ITS REVERSAL ACTUALLY
      * REACHED TRANFILE - THE BALANCE IS ALREADY MOVED BY THEN, SO
      * A FAILED JOURNAL WRITE IS REPORTED RATHER THAN HIDDEN
       01 WS-MOVEMENT-SW    PIC X VALUE 'N'.
            88 WS-MOVEMENT-POSTED    VALUE 'Y'.

      * THE DISPUTED POSTING'S KEY AS KEYED OR CARRIED, KEPT APART
      * FROM TRAN-KEY WHICH THE SEQUENCE BROWSE REUSES
       01 WS-DISPUTED-KEY.
            05 WS-DK-ACCTKEY      PIC X(8).
            05 WS-DK-DATE         PIC 9(8).
            05 WS-DK-SEQ          PIC 9(3).
       01 WS-DISPUTED-AMOUNT PIC 9(6)V99 VALUE ZERO.

      * DAYS ALLOWED TO ANSWER A DISPUTE - THE 'DISPRULE' CONTROL
      * RECORD WINS, A MISSING OR ZERO ONE FALLS BACK TO 45
       01 WS-DISP-DAYS      PIC 9(3) VALUE 45.

      * LINE 1 - THE DISPUTED POSTING ITSELF
       01 WS-POST-LINE.
            05 FILLER             PIC X(8) VALUE 'POSTING '.
            05 WS-PL-DATE         PIC 9(8).
            05 FILLER             PIC X VALUE '/'.
            05 WS-PL-SEQ          PIC 9(3).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-PL-TYPE         PIC X.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-PL-AMOUNT       PIC 999999.99.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-PL-DESC         PIC X(20).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-PL-USERID       PIC X(8).

      * LINE 2 - THE CASE AGAINST IT, IF ONE IS ON FILE
       01 WS-CASE-LINE.
            05 FILLER             PIC X(5) VALUE 'CASE '.
            05 WS-CL-STATUS       PIC X(4).
            05 FILLER             PIC X(8) VALUE ' OPENED '.
            05 WS-CL-OPEN-DATE    PIC 9(8).
            05 FILLER             PIC X(5) VALUE ' DUE '.
            05 WS-CL-DEADLINE     PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-CL-REASON       PIC X(20).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-CL-RESOLVED     PIC X(8).

      * CARRIES THE POSTING KEY FROM ONE ENTRY TO THE NEXT SO AN
      * OPERATOR ARRIVING FROM THE IA40 HISTORY NEED NOT RE-KEY IT
       01 WS-CARRY-COMMAREA.
            05 WS-CARRY-SOURCE    PIC X(3) VALUE 'DSC'.
            05 WS-CARRY-TRAN-KEY.
                 10 WS-CARRY-ACCTKEY  PIC X(8).
                 10 WS-CARRY-DATE     PIC 9(8).
                 10 WS-CARRY-SEQ      PIC 9(3).
       01 WS-CARRY-LEN      PIC S9(4) COMP
                        VALUE 22.
       01 WS-KEY-CARRIED-SW PIC X VALUE 'N'.
            88 WS-KEY-CARRIED    VALUE 'Y'.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(22).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * 'DSP' ARRIVES FROM THE IA40 HISTORY WITH A POSTING PICKED,
      * 'DSC' IS THIS SCREEN'S OWN CARRY FROM THE LAST ENTRY
           IF EIBCALEN = 22 THEN
               IF DFHCOMMAREA(1:3) = 'DSP' THEN
                    GO TO 110-FIRST-TIME-CARRIED
               ELSE
                    MOVE DFHCOMMAREA(4:19) TO WS-CARRY-TRAN-KEY
                    SET WS-KEY-CARRIED TO TRUE
               END-IF
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
                MAPSET('DCIA2NE')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY POSTING - BLANK SHOWS, O=OPEN W=WON L=LOST"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NE')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA50')
           END-EXEC.

       110-FIRST-TIME-CARRIED.

      * ARRIVED FROM THE HISTORY BROWSE WITH THE POSTING ALREADY
      * PICKED - SHOW IT AND ANY CASE AGAINST IT, AND CARRY THE KEY
      * SO THE OPERATOR ONLY HAS TO KEY THE ACTION AND REASON
           MOVE DFHCOMMAREA(4:19) TO WS-CARRY-TRAN-KEY.
           MOVE WS-CARRY-TRAN-KEY TO WS-DISPUTED-KEY.

           MOVE LOW-VALUES TO MAP1O.
           PERFORM 605-READ-POSTING.
           IF WS-POST-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "POSTING NO LONGER ON FILE" TO MSGO
           ELSE
                PERFORM 606-READ-CASE
                PERFORM 700-FORMAT-LINES
                IF WS-DISP-RESP = DFHRESP(NORMAL) THEN
                     MOVE "CASE ON FILE - W=WON OR L=LOST RESOLVES IT"
                         TO MSGO
                ELSE
                     MOVE "KEY O AND A REASON TO OPEN A DISPUTE"
                         TO MSGO
                END-IF
           END-IF.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NE')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA50')
               COMMAREA(WS-CARRY-COMMAREA)
               LENGTH(WS-CARRY-LEN)
           END-EXEC.

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

       195-READ-DISPUTE-RULE.

           MOVE 45 TO WS-DISP-DAYS.
           MOVE 'DISPRULE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CTL-DISP-DAYS IS NUMERIC
               AND CTL-DISP-DAYS > 0 THEN
                MOVE CTL-DISP-DAYS TO WS-DISP-DAYS
           END-IF.

       200-MAIN-LOGIC.

      * A CARRIED ENTRY MAY LEAVE THE KEY FIELDS BLANK - THEY ARE
      * FILLED FROM THE CARRIED KEY BEFORE THE USUAL EDITS RUN
           IF WS-KEY-CARRIED THEN
                IF ACCTNOL = 0 THEN
                     MOVE WS-CARRY-ACCTKEY(4:5) TO ACCTNOI
                     MOVE 5 TO ACCTNOL
                END-IF
                IF ACCTCODEL = 0 THEN
                     MOVE WS-CARRY-ACCTKEY(1:3) TO ACCTCODEI
                     MOVE 3 TO ACCTCODEL
                END-IF
                IF TRDATEL = 0 THEN
                     MOVE WS-CARRY-DATE TO TRDATEI
                     MOVE 8 TO TRDATEL
                END-IF
                IF TRSEQL = 0 THEN
                     MOVE WS-CARRY-SEQ TO TRSEQI
                     MOVE 3 TO TRSEQL
                END-IF
           END-IF.

      * IMPLEMENT VALIDATION LOGIC, SAME KEY RULES AS ACCOUNT UPDATE

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
           ELSE
           IF TRDATEL < 8 OR TRDATEI IS NOT NUMERIC THEN
                MOVE "POSTING DATE MUST BE 8 DIGITS, YYYYMMDD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRSEQL < 3 OR TRSEQI IS NOT NUMERIC THEN
                MOVE "POSTING SEQUENCE MUST BE 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONL NOT = 0 AND ACTIONI NOT = "O"
               AND ACTIONI NOT = "W" AND ACTIONI NOT = "L" THEN
                MOVE "ACTION MUST BE BLANK, O=OPEN, W=WON OR L=LOST"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "O" AND REASONL = 0 THEN
                MOVE "A REASON IS REQUIRED TO OPEN A DISPUTE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE ACCTCODEI TO WS-DK-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-DK-ACCTKEY(4:5).
           MOVE TRDATEI   TO WS-DK-DATE.
           MOVE TRSEQI    TO WS-DK-SEQ.
           MOVE WS-DISPUTED-KEY TO WS-CARRY-TRAN-KEY.

      * OPENING OR RESOLVING A CASE MOVES THE ACCOUNT - ITS BRANCH
      * MUST SIT INSIDE THE OPERATOR'S OWN BRANCH SCOPE. AN ATTEMPT
      * OUTSIDE IT IS LOGGED AND REFUSED
           IF ACTIONL NOT = 0 THEN
                MOVE ACCTCODEI TO WS-SCOPE-BRANCH
                PERFORM 182-CHECK-BRANCH-SCOPE
                IF WS-SCOPE-DENIED THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           IF ACTIONL = 0 THEN
                GO TO 610-SHOW-CASE
           ELSE
           IF ACTIONI = "O" THEN
                GO TO 620-OPEN-CASE
           ELSE
           IF ACTIONI = "W" THEN
                GO TO 630-RESOLVE-WON
           ELSE
                GO TO 640-RESOLVE-LOST
           END-IF.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT NOT FOUND, NOTHING TO DISPUTE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NE')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA50')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NE')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA50')
           END-EXEC.

       605-READ-POSTING.

           MOVE WS-DISPUTED-KEY TO TRAN-KEY.

           EXEC CICS READ
                FILE('TRANFILE')
                INTO(TRANREC)
                LENGTH(TRANREC-LEN)
                RIDFLD(TRAN-KEY)
                RESP(WS-POST-RESP)
           END-EXEC.

       606-READ-CASE.

           MOVE WS-DISPUTED-KEY TO DISP-KEY.

           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-DISP-RESP)
           END-EXEC.

       607-READ-CASE-FOR-UPDATE.

           MOVE WS-DISPUTED-KEY TO DISP-KEY.

           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                UPDATE
                RESP(WS-DISP-RESP)
           END-EXEC.

       610-SHOW-CASE.

           PERFORM 605-READ-POSTING.
           IF WS-POST-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "POSTING NOT FOUND ON TRANFILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 606-READ-CASE.

           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           IF WS-DISP-RESP = DFHRESP(NORMAL) THEN
                MOVE "CASE ON FILE - W=WON OR L=LOST RESOLVES IT"
                    TO MSGO
           ELSE
                MOVE "NO CASE - KEY O AND A REASON TO OPEN ONE" TO MSGO
           END-IF.

           GO TO 800-SEND-CARRIED.

       620-OPEN-CASE.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * ONLY A DEBIT THAT IS STILL ON FILE CAN BE DISPUTED, AND ONLY
      * ONCE - THE CASE IS KEYED BY THE POSTING ITSELF
           PERFORM 605-READ-POSTING.
           IF WS-POST-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "POSTING NOT FOUND ON TRANFILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF NOT TRAN-TYPE-DEBIT THEN
                MOVE "ONLY A DEBIT POSTING CAN BE DISPUTED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A REVERSAL OR CORRECTION FROM IA25 IS NOT DISPUTED IN ITS OWN
      * RIGHT, AND A DEBIT IA25 HAS ALREADY REVERSED HAS HAD ITS
      * CREDIT - A PROVISIONAL ONE ON TOP WOULD CREDIT IT TWICE
           IF TRAN-DESC(1:7) = "REV OF " OR TRAN-DESC(1:8) = "CORR OF "
               THEN
                MOVE "REVERSALS AND CORRECTIONS CANNOT BE DISPUTED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-DISPUTED-KEY TO REV-ORIG-KEY.
           EXEC CICS READ
                FILE('REVFILE')
                INTO(REVREC)
                LENGTH(REVREC-LEN)
                RIDFLD(REV-ORIG-KEY)
                RESP(WS-REV-RESP)
           END-EXEC.
           IF WS-REV-RESP = DFHRESP(NORMAL) THEN
                MOVE "POSTING ALREADY REVERSED ON IA25" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE TRAN-AMOUNT TO WS-DISPUTED-AMOUNT.

           PERFORM 606-READ-CASE.
           IF WS-DISP-RESP = DFHRESP(NORMAL) THEN
                MOVE "THIS POSTING ALREADY HAS A DISPUTE CASE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A WRITTEN-OFF BALANCE IS NO LONGER CURBAL'S TO CREDIT
           PERFORM 615-CHECK-CHARGE-OFF.
           IF WS-CHGO-RESP = DFHRESP(NORMAL)
               AND CHGO-WRITTEN-OFF THEN
                MOVE "ACCOUNT CHARGED OFF - NO DISPUTE CAN BE OPENED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 195-READ-DISPUTE-RULE.

      * THE DEADLINE IS TODAY PLUS THE ALLOWED DAYS, WORKED IN
      * ABSTIME MILLISECONDS SO FORMATTIME DOES THE CALENDAR
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TRAN-DATE)
           END-EXEC.
           COMPUTE WS-DEADLINE-ABS =
               WS-ABSTIME + WS-DISP-DAYS * 86400000.

      * READ FOR UPDATE TO LOCK THE ACCOUNT, NOTFND IS TRAPPED BY
      * THE HANDLE CONDITION ABOVE
           MOVE WS-DK-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

      * FILE THE CASE FIRST - A SECOND TERMINAL OPENING THE SAME
      * DISPUTE LOSES HERE, BEFORE ANY MONEY MOVES
           MOVE SPACES              TO DISPREC.
           MOVE WS-DISPUTED-KEY     TO DISP-KEY.
           MOVE 'O'                 TO DISP-STATUS.
           MOVE WS-DISPUTED-AMOUNT  TO DISP-AMOUNT.
           MOVE REASONI             TO DISP-REASON.
           MOVE WS-TRAN-DATE        TO DISP-OPEN-DATE.
           MOVE EIBUSER             TO DISP-OPEN-USERID.
           EXEC CICS FORMATTIME
                ABSTIME(WS-DEADLINE-ABS)
                YYYYMMDD(DISP-DEADLINE)
           END-EXEC.
           MOVE ZERO                TO DISP-PROV-DATE.
           MOVE ZERO                TO DISP-PROV-SEQ.
           MOVE ZERO                TO DISP-RESOLVED-DATE.

           EXEC CICS WRITE
                FILE('DISPFILE')
                FROM(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-DISP-RESP)
           END-EXEC.

           IF WS-DISP-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                IF WS-DISP-RESP = DFHRESP(DUPREC) THEN
                     MOVE "THIS POSTING ALREADY HAS A DISPUTE CASE"
                         TO WS-MESSAGE
                ELSE
                     MOVE "DISPUTE FILE UNAVAILABLE - NOTHING CHANGED"
                         TO WS-MESSAGE
                END-IF
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE PROVISIONAL CREDIT TAKES THE DISPUTED AMOUNT OFF WHAT
      * THE CUSTOMER OWES WHILE THE CASE IS OPEN
           COMPUTE CURBAL = CURBAL - WS-DISPUTED-AMOUNT.
           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           PERFORM 650-NEXT-TRAN-SEQ.

           MOVE SPACES       TO TRANREC.
           MOVE WS-DK-ACCTKEY TO TRAN-ACCTKEY.
           MOVE WS-TRAN-DATE TO TRAN-DATE.
           MOVE WS-NEXT-SEQ  TO TRAN-SEQ.
           MOVE 'C'          TO TRAN-TYPE.
           MOVE WS-DISPUTED-AMOUNT TO TRAN-AMOUNT.
           MOVE EIBUSER      TO TRAN-USERID.
           MOVE "DISPUTE PROV CREDIT" TO TRAN-DESC.
           MOVE "DP"         TO TRAN-CODE.

           PERFORM 662-WRITE-MOVEMENT.

      * THE CASE KEEPS THE CREDIT'S KEY SO THE AGING RUN CAN LEAVE
      * IT OUT, AND SO A LOST CASE KNOWS WHAT IT IS REVERSING
           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET WS-MOVEMENT-POSTED TO TRUE
                PERFORM 607-READ-CASE-FOR-UPDATE
                IF WS-DISP-RESP = DFHRESP(NORMAL) THEN
                     MOVE TRAN-DATE TO DISP-PROV-DATE
                     MOVE TRAN-SEQ  TO DISP-PROV-SEQ
                     EXEC CICS REWRITE
                          FILE('DISPFILE')
                          FROM(DISPREC)
                          LENGTH(DISPREC-LEN)
                          RESP(WS-DISP-RESP)
                     END-EXEC
                END-IF
           END-IF.

           PERFORM 605-READ-POSTING.
           PERFORM 606-READ-CASE.
           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           IF WS-MOVEMENT-POSTED THEN
                MOVE "DISPUTE OPENED - PROVISIONAL CREDIT POSTED"
                    TO MSGO
           ELSE
                MOVE "CASE OPENED, BALANCE CREDITED - NOT JOURNALLED"
                    TO MSGO
           END-IF.

           GO TO 800-SEND-CARRIED.

       615-CHECK-CHARGE-OFF.

           MOVE WS-DK-ACCTKEY TO CHGO-ACCTKEY.

           EXEC CICS READ
                FILE('CHGOFILE')
                INTO(CHGOREC)
                LENGTH(CHGOREC-LEN)
                RIDFLD(CHGO-KEY)
                RESP(WS-CHGO-RESP)
           END-EXEC.

       630-RESOLVE-WON.

      * WON - THE PROVISIONAL CREDIT SIMPLY STANDS, SO NO MONEY
      * MOVES AND THE BATCH WINDOW DOES NOT MATTER
           PERFORM 607-READ-CASE-FOR-UPDATE.
           IF WS-DISP-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO DISPUTE CASE ON THIS POSTING" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF NOT DISP-OPEN THEN
                EXEC CICS UNLOCK
                     FILE('DISPFILE')
                END-EXEC
                MOVE "CASE IS ALREADY RESOLVED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE 'W'      TO DISP-STATUS.
           MOVE WS-TODAY TO DISP-RESOLVED-DATE.
           MOVE EIBUSER  TO DISP-RESOLVED-USERID.

           EXEC CICS REWRITE
                FILE('DISPFILE')
                FROM(DISPREC)
                LENGTH(DISPREC-LEN)
           END-EXEC.

           PERFORM 605-READ-POSTING.
           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           MOVE "DISPUTE WON - PROVISIONAL CREDIT IS NOW FINAL" TO MSGO.

           GO TO 800-SEND-CARRIED.

       640-RESOLVE-LOST.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 615-CHECK-CHARGE-OFF.
           IF WS-CHGO-RESP = DFHRESP(NORMAL)
               AND CHGO-WRITTEN-OFF THEN
                MOVE "ACCOUNT CHARGED OFF - CREDIT CANNOT BE REVERSED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * LOSING THE CASE PUTS A NEW DEBIT ON THE ACCOUNT - NOT WHILE
      * IT IS ON LEGAL HOLD. THE CASE STAYS OPEN TO BE RESOLVED ONCE
      * THE EVENT IS CLOSED ON IA58
           MOVE WS-DK-ACCTKEY TO ACCTKEY.
           PERFORM 690-CHECK-LEGAL-HOLD.
           IF WS-LEGAL-HOLD THEN
                MOVE "LEGAL HOLD ON ACCOUNT - CASE STAYS OPEN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 607-READ-CASE-FOR-UPDATE.
           IF WS-DISP-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO DISPUTE CASE ON THIS POSTING" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF NOT DISP-OPEN THEN
                EXEC CICS UNLOCK
                     FILE('DISPFILE')
                END-EXEC
                MOVE "CASE IS ALREADY RESOLVED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TRAN-DATE)
                TIME(WS-TODAY-TIME)
           END-EXEC.

      * LOST - THE DISPUTED AMOUNT GOES BACK ON WHAT THE CUSTOMER
      * OWES, NOTFND IS TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE WS-DK-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           COMPUTE CURBAL = CURBAL + DISP-AMOUNT.
           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           MOVE 'L'          TO DISP-STATUS.
           MOVE WS-TRAN-DATE TO DISP-RESOLVED-DATE.
           MOVE EIBUSER      TO DISP-RESOLVED-USERID.

           EXEC CICS REWRITE
                FILE('DISPFILE')
                FROM(DISPREC)
                LENGTH(DISPREC-LEN)
           END-EXEC.

           PERFORM 650-NEXT-TRAN-SEQ.

           MOVE SPACES       TO TRANREC.
           MOVE WS-DK-ACCTKEY TO TRAN-ACCTKEY.
           MOVE WS-TRAN-DATE TO TRAN-DATE.
           MOVE WS-NEXT-SEQ  TO TRAN-SEQ.
           MOVE 'D'          TO TRAN-TYPE.
           MOVE DISP-AMOUNT  TO TRAN-AMOUNT.
           MOVE EIBUSER      TO TRAN-USERID.
           MOVE "DISPUTE REVERSAL" TO TRAN-DESC.
           MOVE "DR"         TO TRAN-CODE.

           PERFORM 662-WRITE-MOVEMENT.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET WS-MOVEMENT-POSTED TO TRUE
           END-IF.

      * THE CUSTOMER IS TOLD THE CREDIT WAS TAKEN BACK - QUEUE THE
      * LETTER FOR THE NIGHTLY DCIA2LTR RUN
           MOVE SPACES TO CORRREC.
           MOVE WS-TRAN-DATE TO CORR-DATE.
           MOVE WS-TODAY-TIME TO CORR-TIME.
           MOVE "DSPR" TO CORR-LETTER-CODE.
           MOVE WS-DK-ACCTKEY TO CORR-ACCTKEY.
           MOVE DISP-AMOUNT TO CORR-AMOUNT.
           MOVE EIBUSER TO CORR-SOURCE.
           MOVE "N" TO CORR-PRINTED-FLAG.

           EXEC CICS WRITE
                FILE('CORRFILE')
                FROM(CORRREC)
                LENGTH(CORRREC-LEN)
           END-EXEC.

           PERFORM 605-READ-POSTING.
           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           IF WS-MOVEMENT-POSTED THEN
                MOVE "DISPUTE LOST - CREDIT REVERSED, LETTER QUEUED"
                    TO MSGO
           ELSE
                MOVE "CASE LOST, BALANCE DEBITED - NOT JOURNALLED"
                    TO MSGO
           END-IF.

           GO TO 800-SEND-CARRIED.

       662-WRITE-MOVEMENT.

      * TWO TERMINALS POSTING TO THE SAME ACCOUNT CAN COMPUTE THE
      * SAME SEQUENCE - A TAKEN ONE JUST STEPS TO THE NEXT FREE
      * SLOT. THE PRIMING VALUE MUST NOT LOOK LIKE DFHRESP(NORMAL),
      * WHICH IS ZERO.
           MOVE -1 TO WS-RESP.
           PERFORM 663-TRY-ONE-SEQUENCE
                UNTIL WS-RESP = DFHRESP(NORMAL)
                    OR TRAN-SEQ = 999.

       663-TRY-ONE-SEQUENCE.

           EXEC CICS WRITE
                FILE('TRANFILE')
                FROM(TRANREC)
                LENGTH(TRANREC-LEN)
                RIDFLD(TRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

      * ONLY A TAKEN SEQUENCE IS WORTH ANOTHER TRY - ANY OTHER
      * FAILURE ENDS THE LOOP RATHER THAN SPINNING ON IT
           IF WS-RESP = DFHRESP(DUPREC) THEN
                ADD 1 TO TRAN-SEQ
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 999 TO TRAN-SEQ
           END-IF
           END-IF.

       650-NEXT-TRAN-SEQ.

      * FIND THE HIGHEST SEQUENCE ALREADY POSTED FOR THIS ACCOUNT AND
      * DATE BY BROWSING FORWARD FROM SEQUENCE ZERO - THE NEXT FREE
      * SEQUENCE IS ONE PAST THE LAST ONE SEEN
           MOVE 'N' TO WS-BR-SW.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-DK-ACCTKEY TO TRAN-ACCTKEY.
           MOVE WS-TRAN-DATE TO TRAN-DATE.
           MOVE ZERO         TO TRAN-SEQ.

           EXEC CICS STARTBR
                FILE('TRANFILE')
                RIDFLD(TRAN-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           END-IF.

           PERFORM 660-SCAN-NEXT-TRAN
                UNTIL WS-BR-DONE.

           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('TRANFILE')
                END-EXEC
           END-IF.

       660-SCAN-NEXT-TRAN.

           EXEC CICS READNEXT
                FILE('TRANFILE')
                INTO(TRANREC)
                LENGTH(TRANREC-LEN)
                RIDFLD(TRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
           IF TRAN-ACCTKEY = WS-DK-ACCTKEY
               AND TRAN-DATE = WS-TRAN-DATE THEN
                COMPUTE WS-NEXT-SEQ = TRAN-SEQ + 1
           ELSE
                MOVE 'Y' TO WS-BR-SW
           END-IF
           END-IF.

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

       700-FORMAT-LINES.

      * SHOW THE KEY BACK WITH THE POSTING AND THE CASE - THE
      * CALLER HAS ALREADY CLEARED THE MAP
           MOVE WS-DK-ACCTKEY(1:3) TO ACCTCODEO.
           MOVE WS-DK-ACCTKEY(4:5) TO ACCTNOO.
           MOVE WS-DK-DATE         TO TRDATEO.
           MOVE WS-DK-SEQ          TO TRSEQO.

           IF WS-POST-RESP = DFHRESP(NORMAL) THEN
                MOVE TRAN-DATE   TO WS-PL-DATE
                MOVE TRAN-SEQ    TO WS-PL-SEQ
                MOVE TRAN-TYPE   TO WS-PL-TYPE
                MOVE TRAN-AMOUNT TO WS-PL-AMOUNT
                MOVE TRAN-DESC   TO WS-PL-DESC
                MOVE TRAN-USERID TO WS-PL-USERID
                MOVE WS-POST-LINE TO LINE1O
           END-IF.

           IF WS-DISP-RESP = DFHRESP(NORMAL) THEN
                IF DISP-OPEN THEN
                     MOVE "OPEN" TO WS-CL-STATUS
                     MOVE SPACES TO WS-CL-RESOLVED
                ELSE
                     IF DISP-WON THEN
                          MOVE "WON " TO WS-CL-STATUS
                     ELSE
                          MOVE "LOST" TO WS-CL-STATUS
                     END-IF
                     MOVE DISP-RESOLVED-DATE TO WS-CL-RESOLVED
                END-IF
                MOVE DISP-OPEN-DATE TO WS-CL-OPEN-DATE
                MOVE DISP-DEADLINE  TO WS-CL-DEADLINE
                MOVE DISP-REASON    TO WS-CL-REASON
                MOVE WS-CASE-LINE TO LINE2O
           ELSE
                MOVE "NO DISPUTE CASE ON THIS POSTING" TO LINE2O
           END-IF.

       800-SEND-CARRIED.

      * THE KEY RIDES THE COMMAREA SO THE NEXT ENTRY CAN RESOLVE
      * THE CASE WITHOUT RE-KEYING IT
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NE')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA50')
                COMMAREA(WS-CARRY-COMMAREA)
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHE.
