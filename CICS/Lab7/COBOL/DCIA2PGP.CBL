      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY TRANSACTION-CODE REFERENCE RECORD LAYOUT
       COPY 'TCODREC'.

      * EVERY POSTING IS KEYED UNDER A TRANSACTION CODE. ONLY CODES
      * OPEN TO OPERATORS ARE TAKEN HERE, AND THE CODE SUPPLIES THE
      * DIRECTION - A TYPE KEYED ALONGSIDE MUST AGREE WITH IT
       01 WS-TCOD-RESP      PIC S9(8) COMP VALUE ZERO.

      * BATCH-WINDOW CONTROL - WHILE OPERATIONS HAS THE SYSTEM
      * MARKED CLOSED FOR BATCH, UPDATES ARE POLITELY REFUSED SO THE
      * NIGHTLY JOBS SEE A QUIET ACCTFILE. A MISSING OR UNAVAILABLE
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
       01 WS-HOLD-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-OPEN-HOLDS     PIC S9(7)V99 VALUE ZERO.

      * COPY CREDIT FACILITY RECORD LAYOUT
       COPY 'FACREC'.

      * COPY FACILITY MEMBERSHIP RECORD LAYOUT
       COPY 'FMBRREC'.

      * AN ACCOUNT IN A CREDIT FACILITY DRAWS ON THE FACILITY LIMIT,
      * SHARED WITH EVERY OTHER MEMBER - THE LIMIT IN FORCE IS THE
      * FACILITY'S AND THE OTHER MEMBERS' BALANCES COUNT ALONGSIDE
      * THIS ONE. NO MEMBERSHIP, OR AN UNAVAILABLE FILE, LEAVES THE
      * ACCOUNT ON ITS OWN CRLIMIT AS BEFORE.
       01 WS-FAC-SW         PIC X VALUE 'N'.
            88 WS-IN-FACILITY     VALUE 'Y'.
       01 WS-FAC-LIMIT      PIC 9(6)V99 VALUE ZERO.
       01 WS-FAC-OTHER-BAL  PIC S9(7)V99 VALUE ZERO.
       01 WS-FAC-MEMBER-KEY PIC X(8) VALUE SPACES.
       01 WS-FAC-IDX        PIC 9(2) VALUE ZERO.
       01 WS-FAC-RESP       PIC S9(8) COMP VALUE ZERO.

      * THE OTHER MEMBERS ARE READ INTO THEIR OWN AREA SO THE
      * ACCOUNT IN ACCTREC IS NEVER OVERLAID - ONLY THE BALANCE IS
      * WANTED
       01 WS-FAC-ACCT.
            05 FILLER             PIC X(90).
            05 WS-FAC-CURBAL      PIC S9(6)V99.
            05 FILLER             PIC X.

      * COPY VELOCITY-RULE RECORD LAYOUT
       COPY 'VELREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

       01 WS-DAY-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DAY-AMOUNT     PIC 9(7)V99 VALUE ZERO.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * A WRITTEN-OFF ACCOUNT TAKES NO NEW DEBITS, AND A CREDIT TO IT
      * IS A RECOVERY - JOURNALLED TO TRANFILE LIKE ANY MOVEMENT BUT
      * ADDED TO THE CHARGE-OFF RECORD INSTEAD OF CURBAL, WHICH THE
      * WRITE-OFF LEFT AT ZERO. AN UNAVAILABLE CHARGE-OFF FILE COUNTS
      * AS NOTHING CHARGED OFF.
       01 WS-CHGO-SW        PIC X VALUE 'N'.
            88 WS-CHARGED-OFF    VALUE 'Y'.
       01 WS-CHGO-RESP      PIC S9(8) COMP VALUE ZERO.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * AN OPEN BANKRUPTCY OR DECEASED EVENT ON THE ACCOUNT, OR ON ANY
      * CUSTOMER LINKED TO IT, STOPS EVERY NEW DEBIT - CREDITS STILL
      * POST. AN UNAVAILABLE LEGAL-EVENT FILE COUNTS AS NOTHING ON
      * HOLD.
       01 WS-LGL-SW         PIC X VALUE 'N'.
            88 WS-LEGAL-HOLD     VALUE 'Y'.
       01 WS-LGL-BR-SW      PIC X VALUE 'N'.
            88 WS-LGL-BR-DONE    VALUE 'Y'.
       01 WS-LGL-RESP       PIC S9(8) COMP VALUE ZERO.
       01 WS-LGL-ACCTKEY    PIC X(8) VALUE SPACES.

      * COPY POSTING-REVERSAL RECORD LAYOUT
       COPY 'REVREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * TYPE 'R' REVERSES THE POSTING WHOSE DATE AND SEQUENCE ARE
      * KEYED IN ORIGDT/ORIGSQ WITH AN EXACT OFFSETTING MOVEMENT,
      * AND AN AMOUNT KEYED ALONGSIDE REPOSTS THE CORRECTED FIGURE.
      * BOTH MOVEMENTS NAME THE ORIGINAL IN TRAN-DESC AND CARRY ITS
      * TRANSACTION CODE, AND REVFILE MARKS THE ORIGINAL SO IT
      * CANNOT BE REVERSED TWICE.
       01 WS-REV-RESP       PIC S9(8) COMP VALUE ZERO.
       01 WS-ORIG-KEY.
            05 WS-OK-ACCTKEY      PIC X(8).
            05 WS-OK-DATE         PIC 9(8).
            05 WS-OK-SEQ          PIC 9(3).
       01 WS-ORIG-TYPE      PIC X.
       01 WS-ORIG-CODE      PIC X(2).
       01 WS-ORIG-AMOUNT    PIC 9(6)V99.
       01 WS-ORIG-USERID    PIC X(8).
       01 WS-CORR-SW        PIC X VALUE 'N'.
            88 WS-CORRECTING     VALUE 'Y'.
       01 WS-REV-SEQ        PIC 9(3) VALUE ZERO.
       01 WS-CORR-SEQ       PIC 9(3) VALUE ZERO.
       01 WS-REF-DESC.
            05 WS-RF-LABEL        PIC X(8).
            05 WS-RF-DATE         PIC 9(8).
            05 FILLER             PIC X VALUE '/'.
            05 WS-RF-SEQ          PIC 9(3).

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY A CODE TO POST - R REVERSES ORIGDT/ORIGSQ POSTING"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               TRANSID('IA25')
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
                MOVE "ORIGINATING BRANCH CODE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRTYPEL > 0 AND TRTYPEI NOT = "D" AND TRTYPEI NOT = "C"
               AND TRTYPEI NOT = "R" AND TRTYPEI NOT = SPACE THEN
                MOVE "TYPE MUST BE BLANK, D, C OR R (REVERSE)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRTYPEL > 0 AND TRTYPEI = "R" THEN
                GO TO 210-EDIT-REVERSAL
           ELSE
           IF TRCODEL < 2 THEN
                MOVE "KEY A TWO-CHARACTER TRANSACTION CODE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRDESCI(1:7) = "REV OF " OR TRDESCI(1:8) = "CORR OF "
               THEN
                MOVE "DESCRIPTION KEPT FOR REVERSALS - USE TYPE R"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                MOVE "AMOUNT MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 220-EDIT-CODE
           END-IF.

       210-EDIT-REVERSAL.

      * THE ORIGINAL IS NAMED BY ITS DATE AND SEQUENCE ON THE KEYED
      * ACCOUNT - AN AMOUNT IS OPTIONAL AND MEANS "REPOST CORRECTED"
           IF ORIGDTL < 8 OR ORIGDTI IS NOT NUMERIC THEN
                MOVE "KEY THE ORIGINAL POSTING DATE AS YYYYMMDD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ORIGSQL < 3 OR ORIGSQI IS NOT NUMERIC THEN
                MOVE "KEY THE ORIGINAL POSTING SEQUENCE AS 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRAMTL > 0 AND TRAMTI(1:TRAMTL) IS NOT NUMERIC THEN
                MOVE "CORRECTED AMOUNT MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 700-REVERSE-POSTING
           END-IF.

       220-EDIT-CODE.

      * THE CODE MUST BE ON TCODFILE AND OPEN TO OPERATORS - THE
      * BATCH RUNS' OWN CODES ARE POSTED BY THOSE RUNS ALONE. LEFT
      * BLANK, THE TYPE AND DESCRIPTION COME FROM THE CODE
           MOVE TRCODEI TO TCOD-CODE.

           EXEC CICS READ
                FILE('TCODFILE')
                INTO(TCODREC)
                LENGTH(TCODREC-LEN)
                RIDFLD(TCOD-CODE)
                RESP(WS-TCOD-RESP)
           END-EXEC.

           IF WS-TCOD-RESP = DFHRESP(NOTFND) THEN
                MOVE "TRANSACTION CODE NOT ON FILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-TCOD-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "TRANSACTION CODE FILE UNAVAILABLE - NOT POSTED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF NOT TCOD-OPERATOR-MAY-KEY THEN
                MOVE "THAT CODE IS POSTED BY ITS OWN BATCH RUN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRTYPEL > 0 AND TRTYPEI NOT = SPACE
               AND TRTYPEI NOT = TCOD-DIRECTION THEN
                MOVE "TYPE KEYED DOES NOT MATCH THE CODE'S DIRECTION"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE TCOD-DIRECTION TO TRTYPEI.
           IF TRDESCL = 0 THEN
                MOVE TCOD-DESC TO TRDESCI
           END-IF.

           GO TO 600-POST-TRANSACTION.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE ZEROES TO WS-AMOUNT-X.
           MOVE TRAMTI(1:TRAMTL) TO WS-AMOUNT-X(9 - TRAMTL:TRAMTL).

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
                UPDATE
           END-EXEC.

           PERFORM 630-CHECK-CHARGE-OFF.
           IF WS-CHARGED-OFF AND TRTYPEI = "D" THEN
                MOVE "ACCOUNT CHARGED OFF - DEBITS NOT ALLOWED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF TRTYPEI = "D" THEN
                PERFORM 690-CHECK-LEGAL-HOLD
                IF WS-LEGAL-HOLD THEN
                     MOVE "LEGAL HOLD ON ACCOUNT - DEBITS NOT ALLOWED"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * A DEBIT MAY ONLY SPEND WHAT IS GENUINELY AVAILABLE - THE
      * LIMIT LESS THE BALANCE LESS EVERY OPEN HOLD. A FACILITY
      * MEMBER SPENDS AGAINST THE FACILITY LIMIT, WITH THE OTHER
      * MEMBERS' BALANCES COUNTED TOO
           IF TRTYPEI = "D" THEN
                PERFORM 655-SUM-OPEN-HOLDS
                PERFORM 680-CHECK-FACILITY
                IF CURBAL + WS-FAC-OTHER-BAL + WS-OPEN-HOLDS
                    + WS-AMOUNT-9 > WS-FAC-LIMIT THEN
                     MOVE "EXCEEDS AVAILABLE CREDIT - HOLDS COUNTED"
                         TO WS-MESSAGE
                     IF WS-IN-FACILITY THEN
                          MOVE "EXCEEDS FACILITY LIMIT - ALL MEMBERS"
                              TO WS-MESSAGE
                     END-IF
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.
                COMPUTE WS-NEW-BALANCE = CURBAL - WS-AMOUNT-9
           END-IF.

      * A RECOVERY LEAVES THE WRITTEN-OFF BALANCE WHERE IT IS, SO
      * THE ACCOUNT IS RELEASED RATHER THAN REWRITTEN
           IF WS-CHARGED-OFF THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
           ELSE
                MOVE WS-NEW-BALANCE TO CURBAL
                EXEC CICS REWRITE
                     FILE('ACCTFILE')
                     FROM(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                END-EXEC
           END-IF.

      * GET THE POSTING DATE ONCE, USED BY THE KEY BROWSE AND THE
      * MOVEMENT RECORD ITSELF
           MOVE WS-AMOUNT-9  TO TRAN-AMOUNT.
           MOVE EIBUSER      TO TRAN-USERID.
           MOVE TRDESCI      TO TRAN-DESC.
           MOVE TCOD-CODE    TO TRAN-CODE.

           PERFORM 662-WRITE-MOVEMENT.

                SET WS-MOVEMENT-POSTED TO TRUE
           END-IF.

           IF WS-CHARGED-OFF AND WS-MOVEMENT-POSTED THEN
                PERFORM 635-POST-RECOVERY
           END-IF.

           PERFORM 670-STAMP-ACTIVITY.

      * MOVEMENT POSTED, MOVE VALUES TO MAP OUTPUTS - IF THE JOURNAL
      * WRITE FAILED THE BALANCE IS ALREADY CHANGED, SO SAY SO
      * RATHER THAN PRETEND ALL IS WELL
           MOVE LOW-VALUES TO MAP1O.
           IF WS-MOVEMENT-POSTED AND WS-CHARGED-OFF THEN
                MOVE "RECOVERY POSTED AGAINST CHARGED-OFF BALANCE"
                    TO MSGO
           ELSE
           IF WS-MOVEMENT-POSTED THEN
                MOVE "TRANSACTION POSTED - BALANCE UPDATED" TO MSGO
           ELSE
           IF WS-CHARGED-OFF THEN
                MOVE "RECOVERY NOT JOURNALLED - NOTHING POSTED"
                    TO MSGO
           ELSE
                MOVE "BALANCE CHANGED - MOVEMENT NOT JOURNALLED"
                    TO MSGO
           END-IF
           END-IF
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2MP')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA25')
           END-EXEC.

       700-REVERSE-POSTING.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
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

           MOVE ACCTCODEI TO WS-OK-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-OK-ACCTKEY(4:5).
           MOVE ORIGDTI   TO WS-OK-DATE.
           MOVE ORIGSQI   TO WS-OK-SEQ.

           MOVE WS-ORIG-KEY TO TRAN-KEY.
           EXEC CICS READ
                FILE('TRANFILE')
                INTO(TRANREC)
                LENGTH(TRANREC-LEN)
                RIDFLD(TRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

      * ONLY AN OPERATOR'S OWN KIND OF POSTING IS REVERSED HERE -
      * BATCH LINES BELONG TO THEIR RUNS, DISPUTES TO IA50, AND A
      * REVERSAL IS UNDONE BY POSTING AFRESH, NOT BY REVERSING IT
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ORIGINAL POSTING NOT FOUND ON TRANFILE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRAN-DESC(1:7) = "REV OF " THEN
                MOVE "A REVERSAL CANNOT ITSELF BE REVERSED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRAN-USERID(1:5) = "DCIA2" THEN
                MOVE "BATCH POSTINGS CANNOT BE REVERSED HERE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF TRAN-DESC(1:8) = "DISPUTE " THEN
                MOVE "DISPUTE POSTINGS ARE HANDLED ON IA50"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE TRAN-TYPE   TO WS-ORIG-TYPE.
           MOVE TRAN-AMOUNT TO WS-ORIG-AMOUNT.
           MOVE TRAN-USERID TO WS-ORIG-USERID.
           MOVE TRAN-CODE   TO WS-ORIG-CODE.

           MOVE WS-ORIG-KEY TO DISP-KEY.
           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-REV-RESP)
           END-EXEC.
           IF WS-REV-RESP = DFHRESP(NORMAL) THEN
                MOVE "POSTING IS UNDER DISPUTE - HANDLE IT ON IA50"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TRAN-DATE)
           END-EXEC.

      * TODAY'S KEYING SLIP IS THE OPERATOR'S OWN TO PUT RIGHT - AN
      * EARLIER BUSINESS DAY HAS ALREADY BEEN BALANCED AND BRIDGED,
      * SO UNDOING IT NEEDS THE SUPERVISOR APPROVE FLAG
           IF WS-OK-DATE < WS-TRAN-DATE THEN
                PERFORM 644-CHECK-APPROVER
                IF NOT WS-IS-APPROVER THEN
                     MOVE "PRIOR-DAY REVERSAL NEEDS SUPERVISOR APPROVAL"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           IF TRAMTL > 0 THEN
                SET WS-CORRECTING TO TRUE
                MOVE ZEROES TO WS-AMOUNT-X
                MOVE TRAMTI(1:TRAMTL) TO WS-AMOUNT-X(9 - TRAMTL:TRAMTL)
           END-IF.

      * READ FOR UPDATE TO LOCK THE RECORD AGAINST OTHER REWRITES,
      * NOTFND IS TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE WS-OK-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           PERFORM 630-CHECK-CHARGE-OFF.
           IF WS-CHARGED-OFF THEN
                MOVE "ACCOUNT CHARGED OFF - POSTINGS CANNOT BE REVERSED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * UNDOING A CREDIT, OR REPOSTING A CORRECTED DEBIT, PUTS A NEW
      * DEBIT ON THE ACCOUNT - NOT WHILE IT IS ON LEGAL HOLD
           IF WS-ORIG-TYPE = "C"
               OR (WS-CORRECTING AND WS-ORIG-TYPE = "D") THEN
                PERFORM 690-CHECK-LEGAL-HOLD
                IF WS-LEGAL-HOLD THEN
                     MOVE "LEGAL HOLD ON ACCOUNT - DEBITS NOT ALLOWED"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * THE REVERSAL PUTS THE BALANCE BACK EXACTLY - NO CREDIT OR
      * VELOCITY TEST APPLIES TO UNDOING A MOVEMENT. A CORRECTED
      * DEBIT IS NEW SPENDING, SO IT MUST FIT THE AVAILABLE CREDIT.
           IF WS-ORIG-TYPE = "D" THEN
                COMPUTE WS-NEW-BALANCE = CURBAL - WS-ORIG-AMOUNT
           ELSE
                COMPUTE WS-NEW-BALANCE = CURBAL + WS-ORIG-AMOUNT
           END-IF.

           IF WS-CORRECTING THEN
                IF WS-ORIG-TYPE = "D" THEN
                     COMPUTE WS-NEW-BALANCE =
                         WS-NEW-BALANCE + WS-AMOUNT-9
                     PERFORM 655-SUM-OPEN-HOLDS
                     PERFORM 680-CHECK-FACILITY
                     IF WS-NEW-BALANCE + WS-FAC-OTHER-BAL
                         + WS-OPEN-HOLDS > WS-FAC-LIMIT THEN
                          MOVE "CORRECTION EXCEEDS AVAILABLE CREDIT"
                              TO WS-MESSAGE
                          GO TO 500-REPORT-ERROR
                     END-IF
                ELSE
                     COMPUTE WS-NEW-BALANCE =
                         WS-NEW-BALANCE - WS-AMOUNT-9
                END-IF
           END-IF.

      * FILE THE REVERSAL MARK FIRST - A SECOND TERMINAL REVERSING
      * THE SAME POSTING LOSES HERE, BEFORE ANY MONEY MOVES
           MOVE SPACES          TO REVREC.
           MOVE WS-ORIG-KEY     TO REV-ORIG-KEY.
           MOVE WS-ORIG-TYPE    TO REV-ORIG-TYPE.
           MOVE WS-ORIG-AMOUNT  TO REV-AMOUNT.
           MOVE WS-ORIG-USERID  TO REV-ORIG-USERID.
           MOVE WS-TRAN-DATE    TO REV-DATE.
           MOVE ZERO            TO REV-SEQ.
           MOVE ZERO            TO REV-CORR-SEQ.
           MOVE EIBUSER         TO REV-USERID.

           EXEC CICS WRITE
                FILE('REVFILE')
                FROM(REVREC)
                LENGTH(REVREC-LEN)
                RIDFLD(REV-ORIG-KEY)
                RESP(WS-REV-RESP)
           END-EXEC.

           IF WS-REV-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                IF WS-REV-RESP = DFHRESP(DUPREC) THEN
                     MOVE "THAT POSTING HAS ALREADY BEEN REVERSED"
                         TO WS-MESSAGE
                ELSE
                     MOVE "REVERSAL FILE UNAVAILABLE - NOTHING CHANGED"
                         TO WS-MESSAGE
                END-IF
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-NEW-BALANCE TO CURBAL.
           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

      * THE OFFSETTING MOVEMENT - OPPOSITE TYPE, SAME AMOUNT, AND
      * THE ORIGINAL'S DATE AND SEQUENCE IN ITS DESCRIPTION
           MOVE "REV OF  "  TO WS-RF-LABEL.
           MOVE WS-OK-DATE  TO WS-RF-DATE.
           MOVE WS-OK-SEQ   TO WS-RF-SEQ.

           PERFORM 650-NEXT-TRAN-SEQ.

           MOVE SPACES       TO TRANREC.
           MOVE ACCTKEY      TO TRAN-ACCTKEY.
           MOVE WS-TRAN-DATE TO TRAN-DATE.
           MOVE WS-NEXT-SEQ  TO TRAN-SEQ.
           IF WS-ORIG-TYPE = "D" THEN
                MOVE "C" TO TRAN-TYPE
           ELSE
                MOVE "D" TO TRAN-TYPE
           END-IF.
           MOVE WS-ORIG-AMOUNT TO TRAN-AMOUNT.
           MOVE EIBUSER      TO TRAN-USERID.
           MOVE WS-REF-DESC  TO TRAN-DESC.
           MOVE WS-ORIG-CODE TO TRAN-CODE.

           PERFORM 662-WRITE-MOVEMENT.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET WS-MOVEMENT-POSTED TO TRUE
                MOVE TRAN-SEQ TO WS-REV-SEQ
           END-IF.

      * THE CORRECTED FIGURE GOES IN AS A FRESH MOVEMENT OF THE
      * ORIGINAL'S TYPE, NAMING THE SAME ORIGINAL
           IF WS-CORRECTING THEN
                MOVE "CORR OF " TO WS-RF-LABEL
                PERFORM 650-NEXT-TRAN-SEQ
                MOVE SPACES       TO TRANREC
                MOVE ACCTKEY      TO TRAN-ACCTKEY
                MOVE WS-TRAN-DATE TO TRAN-DATE
                MOVE WS-NEXT-SEQ  TO TRAN-SEQ
                MOVE WS-ORIG-TYPE TO TRAN-TYPE
                MOVE WS-AMOUNT-9  TO TRAN-AMOUNT
                MOVE EIBUSER      TO TRAN-USERID
                MOVE WS-REF-DESC  TO TRAN-DESC
                MOVE WS-ORIG-CODE TO TRAN-CODE
                PERFORM 662-WRITE-MOVEMENT
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     MOVE TRAN-SEQ TO WS-CORR-SEQ
                ELSE
                     MOVE 'N' TO WS-MOVEMENT-SW
                END-IF
           END-IF.

      * THE MARK KEEPS WHERE THE REVERSAL AND CORRECTION LANDED -
      * A FAILURE HERE LEAVES THE MARK ITSELF, WHICH IS WHAT STOPS
      * A SECOND REVERSAL
           MOVE WS-ORIG-KEY TO REV-ORIG-KEY.
           EXEC CICS READ
                FILE('REVFILE')
                INTO(REVREC)
                LENGTH(REVREC-LEN)
                RIDFLD(REV-ORIG-KEY)
                UPDATE
                RESP(WS-REV-RESP)
           END-EXEC.

           IF WS-REV-RESP = DFHRESP(NORMAL) THEN
                MOVE WS-REV-SEQ  TO REV-SEQ
                MOVE WS-CORR-SEQ TO REV-CORR-SEQ
                EXEC CICS REWRITE
                     FILE('REVFILE')
                     FROM(REVREC)
                     LENGTH(REVREC-LEN)
                     RESP(WS-REV-RESP)
                END-EXEC
           END-IF.

           PERFORM 670-STAMP-ACTIVITY.

           MOVE LOW-VALUES TO MAP1O.
           IF WS-MOVEMENT-POSTED AND WS-CORRECTING THEN
                MOVE "POSTING REVERSED AND CORRECTED AMOUNT POSTED"
                    TO MSGO
           ELSE
           IF WS-MOVEMENT-POSTED THEN
                MOVE "POSTING REVERSED - BALANCE UPDATED" TO MSGO
           ELSE
                MOVE "BALANCE CHANGED - MOVEMENT NOT JOURNALLED"
                    TO MSGO
           END-IF
           END-IF.

           EXEC CICS SEND
           END-IF
           END-IF.

       630-CHECK-CHARGE-OFF.

           MOVE 'N' TO WS-CHGO-SW.
           MOVE ACCTKEY TO CHGO-ACCTKEY.

           EXEC CICS READ
                FILE('CHGOFILE')
                INTO(CHGOREC)
                LENGTH(CHGOREC-LEN)
                RIDFLD(CHGO-KEY)
                RESP(WS-CHGO-RESP)
           END-EXEC.

           IF WS-CHGO-RESP = DFHRESP(NORMAL)
               AND CHGO-WRITTEN-OFF THEN
                MOVE 'Y' TO WS-CHGO-SW
           END-IF.

       635-POST-RECOVERY.

      * THE MOVEMENT IS ALREADY ON TRANFILE - A FAILURE HERE ONLY
      * COSTS THE RUNNING TOTAL, WHICH DCIA2GLB DOES NOT DEPEND ON
           MOVE ACCTKEY TO CHGO-ACCTKEY.

           EXEC CICS READ
                FILE('CHGOFILE')
                INTO(CHGOREC)
                LENGTH(CHGOREC-LEN)
                RIDFLD(CHGO-KEY)
                UPDATE
                RESP(WS-CHGO-RESP)
           END-EXEC.

           IF WS-CHGO-RESP = DFHRESP(NORMAL) THEN
                ADD WS-AMOUNT-9 TO CHGO-RECOVERED
                MOVE WS-TRAN-DATE TO CHGO-LAST-RECOVERY
                EXEC CICS REWRITE
                     FILE('CHGOFILE')
                     FROM(CHGOREC)
                     LENGTH(CHGOREC-LEN)
                     RESP(WS-CHGO-RESP)
                END-EXEC
           END-IF.

       655-SUM-OPEN-HOLDS.

      * TOTAL THE OPEN HOLDS AGAINST THE ACCOUNT BEING POSTED TO
           END-IF
           END-IF.

       680-CHECK-FACILITY.

      * FIND THE FACILITY THE ACCOUNT IN ACCTREC DRAWS ON, IF ANY,
      * AND TOTAL THE BALANCES OF ITS OTHER MEMBERS
           MOVE 'N' TO WS-FAC-SW.
           MOVE CRLIMIT TO WS-FAC-LIMIT.
           MOVE ZERO TO WS-FAC-OTHER-BAL.
           MOVE ACCTKEY TO FMBR-ACCTKEY.

           EXEC CICS READ
                FILE('FMBRFILE')
                INTO(FMBRREC)
                LENGTH(FMBRREC-LEN)
                RIDFLD(FMBR-ACCTKEY)
                RESP(WS-FAC-RESP)
           END-EXEC.

           IF WS-FAC-RESP = DFHRESP(NORMAL) THEN
                MOVE FMBR-PARENT-ACCTKEY TO FAC-PARENT-ACCTKEY
                EXEC CICS READ
                     FILE('FACFILE')
                     INTO(FACREC)
                     LENGTH(FACREC-LEN)
                     RIDFLD(FAC-PARENT-ACCTKEY)
                     RESP(WS-FAC-RESP)
                END-EXEC
                IF WS-FAC-RESP = DFHRESP(NORMAL) THEN
                     SET WS-IN-FACILITY TO TRUE
                     MOVE FAC-LIMIT TO WS-FAC-LIMIT
                     MOVE FAC-PARENT-ACCTKEY TO WS-FAC-MEMBER-KEY
                     PERFORM 682-ADD-MEMBER-BALANCE
                     PERFORM 681-ADD-ONE-SUB
                         VARYING WS-FAC-IDX FROM 1 BY 1
                         UNTIL WS-FAC-IDX > FAC-SUB-COUNT
                            OR WS-FAC-IDX > 10
                END-IF
           END-IF.

           MOVE ZERO TO WS-FAC-RESP.

       681-ADD-ONE-SUB.

           MOVE FAC-SUB-ACCTKEY(WS-FAC-IDX) TO WS-FAC-MEMBER-KEY.
           PERFORM 682-ADD-MEMBER-BALANCE.

       682-ADD-MEMBER-BALANCE.

      * THIS ACCOUNT'S OWN BALANCE IS ALREADY IN ACCTREC, AND A
      * MEMBER GONE FROM ACCTFILE OWES NOTHING
           IF WS-FAC-MEMBER-KEY NOT = ACCTKEY THEN
                EXEC CICS READ
                     FILE('ACCTFILE')
                     INTO(WS-FAC-ACCT)
                     LENGTH(ACCTREC-LEN)
                     RIDFLD(WS-FAC-MEMBER-KEY)
                     RESP(WS-FAC-RESP)
                END-EXEC
                IF WS-FAC-RESP = DFHRESP(NORMAL) THEN
                     ADD WS-FAC-CURBAL TO WS-FAC-OTHER-BAL
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

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
