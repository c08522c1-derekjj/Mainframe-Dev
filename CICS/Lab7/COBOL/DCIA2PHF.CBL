       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHF.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY PAYMENT SUSPENSE MAP LAYOUT
       COPY 'DCIA2NF'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY PAYMENT SUSPENSE RECORD LAYOUT
       COPY 'SUSPREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY LAST-ACTIVITY RECORD LAYOUT
       COPY 'LACTREC'.

      * BATCH-WINDOW CONTROL - THE SAME SYSSTAT CHECK THE POSTING
      * SCREEN MAKES, SINCE RE-POINTING AN ITEM MOVES CURBAL
       01 WS-SYSTEM-SW      PIC X VALUE 'O'.
            88 WS-SYSTEM-IS-OPEN   VALUE 'O'.
            88 WS-SYSTEM-IS-CLOSED VALUE 'C'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD, THE SAME RULE AS IA25
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-ABSTIME        PIC S9(15) COMP-3.

      * USED BY THE NEXT-SEQUENCE BROWSE IN 650-NEXT-TRAN-SEQ
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.
       01 WS-TRAN-DATE      PIC 9(8).
       01 WS-NEXT-SEQ       PIC 9(3).

       01 WS-SUSP-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-CHGO-RESP      PIC S9(8) COMP VALUE ZERO.

      * SET WHEN THE CREDIT ACTUALLY REACHED TRANFILE - THE BALANCE
      * IS ALREADY MOVED BY THEN, SO A FAILED JOURNAL WRITE IS
      * REPORTED RATHER THAN HIDDEN
       01 WS-MOVEMENT-SW    PIC X VALUE 'N'.
            88 WS-MOVEMENT-POSTED    VALUE 'Y'.

      * A CREDIT TO A WRITTEN-OFF ACCOUNT IS A RECOVERY, EXACTLY AS
      * ON IA25 - JOURNALLED BUT ADDED TO THE CHARGE-OFF RECORD
      * INSTEAD OF CURBAL
       01 WS-CHGO-SW        PIC X VALUE 'N'.
            88 WS-CHARGED-OFF    VALUE 'Y'.

      * THE SUSPENSE ITEM'S KEY AS KEYED OR CARRIED, AND THE ACCOUNT
      * IT IS BEING RE-POINTED TO
       01 WS-ITEM-KEY.
            05 WS-IK-DATE         PIC 9(8).
            05 WS-IK-ITEM         PIC 9(5).
       01 WS-TARGET-ACCTKEY     PIC X(8).

      * THE MOVEMENT NAMES THE BANK'S OWN REFERENCE, THE SAME WAY
      * THE BATCH INTAKE DESCRIBES THE PAYMENTS IT POSTS
       01 WS-BANK-DESC.
            05 FILLER             PIC X(5) VALUE 'BANK '.
            05 WS-BD-REF          PIC X(12).
            05 FILLER             PIC X(3) VALUE SPACES.

      * LINE 1 - THE REMITTANCE AS THE BANK SENT IT
       01 WS-ITEM-LINE.
            05 FILLER             PIC X(5) VALUE 'ITEM '.
            05 WS-IL-DATE         PIC 9(8).
            05 FILLER             PIC X VALUE '/'.
            05 WS-IL-ITEM         PIC 9(5).
            05 FILLER             PIC X(5) VALUE ' REF '.
            05 WS-IL-REF          PIC X(12).
            05 FILLER             PIC X(8) VALUE ' QUOTED '.
            05 WS-IL-QUOTED       PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-IL-AMOUNT       PIC 999999.99.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-IL-REASON       PIC X(13).

      * LINE 2 - WHO PAID, AND WHERE THE ITEM WENT
       01 WS-PAYER-LINE.
            05 FILLER             PIC X(6) VALUE 'PAYER '.
            05 WS-PY-PAYER        PIC X(20).
            05 FILLER             PIC X(7) VALUE ' VALUE '.
            05 WS-PY-VALUE-DATE   PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-PY-OUTCOME      PIC X(34).

       01 WS-REPOINT-TEXT.
            05 FILLER             PIC X(3) VALUE 'TO '.
            05 WS-RT-ACCTCODE     PIC X(3).
            05 FILLER             PIC X VALUE '/'.
            05 WS-RT-ACCTNO       PIC X(5).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RT-DATE         PIC 9(8).
            05 FILLER             PIC X VALUE '/'.
            05 WS-RT-SEQ          PIC 9(3).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RT-USERID       PIC X(8).

      * CARRIES THE ITEM KEY FROM ONE ENTRY TO THE NEXT SO THE
      * OPERATOR WHO LOOKED AN ITEM UP ONLY HAS TO KEY THE ACCOUNT
       01 WS-CARRY-COMMAREA.
            05 WS-CARRY-SOURCE    PIC X(3) VALUE 'SPC'.
            05 WS-CARRY-ITEM-KEY.
                 10 WS-CARRY-DATE     PIC 9(8).
                 10 WS-CARRY-ITEM     PIC 9(5).
       01 WS-CARRY-LEN      PIC S9(4) COMP
                        VALUE 16.
       01 WS-KEY-CARRIED-SW PIC X VALUE 'N'.
            88 WS-KEY-CARRIED    VALUE 'Y'.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(16).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * THIS SCREEN'S OWN CARRY FROM THE LAST ENTRY
           IF EIBCALEN = 16 THEN
                MOVE DFHCOMMAREA(4:13) TO WS-CARRY-ITEM-KEY
                SET WS-KEY-CARRIED TO TRUE
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
                MAPSET('DCIA2NF')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY FILE DATE AND ITEM - ADD AN ACCOUNT TO RE-POINT"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NF')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA51')
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

       200-MAIN-LOGIC.

      * A CARRIED ENTRY MAY LEAVE THE ITEM FIELDS BLANK - THEY ARE
      * FILLED FROM THE CARRIED KEY BEFORE THE USUAL EDITS RUN
           IF WS-KEY-CARRIED THEN
                IF RCVDTL = 0 THEN
                     MOVE WS-CARRY-DATE TO RCVDTI
                     MOVE 8 TO RCVDTL
                END-IF
                IF ITEML = 0 THEN
                     MOVE WS-CARRY-ITEM TO ITEMI
                     MOVE 5 TO ITEML
                END-IF
           END-IF.

      * IMPLEMENT VALIDATION LOGIC - THE ACCOUNT IS OPTIONAL, BLANK
      * ONLY SHOWS THE ITEM

           IF ACCTNOI = "XXXXX" THEN
                GO TO 999-EXIT
           ELSE
           IF RCVDTL < 8 OR RCVDTI IS NOT NUMERIC THEN
                MOVE "FILE DATE MUST BE 8 DIGITS, YYYYMMDD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ITEML < 5 OR ITEMI IS NOT NUMERIC THEN
                MOVE "ITEM NUMBER MUST BE 5 DIGITS" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACCTNOL = 0 AND ACCTCODEL = 0 THEN
                CONTINUE
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

           MOVE RCVDTI TO WS-IK-DATE.
           MOVE ITEMI  TO WS-IK-ITEM.
           MOVE WS-ITEM-KEY TO WS-CARRY-ITEM-KEY.

           IF ACCTNOL = 0 AND ACCTCODEL = 0 THEN
                GO TO 610-SHOW-ITEM
           ELSE
                MOVE ACCTCODEI TO WS-TARGET-ACCTKEY(1:3)
                MOVE ACCTNOI   TO WS-TARGET-ACCTKEY(4:5)
                GO TO 620-REPOINT-ITEM
           END-IF.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT NOT FOUND, ITEM LEFT IN SUSPENSE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NF')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA51')
                COMMAREA(WS-CARRY-COMMAREA)
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NF')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA51')
           END-EXEC.

       605-READ-ITEM.

           MOVE WS-ITEM-KEY TO SUSP-KEY.

           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSPREC)
                LENGTH(SUSPREC-LEN)
                RIDFLD(SUSP-KEY)
                RESP(WS-SUSP-RESP)
           END-EXEC.

       607-READ-ITEM-FOR-UPDATE.

           MOVE WS-ITEM-KEY TO SUSP-KEY.

           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSPREC)
                LENGTH(SUSPREC-LEN)
                RIDFLD(SUSP-KEY)
                UPDATE
                RESP(WS-SUSP-RESP)
           END-EXEC.

       610-SHOW-ITEM.

           PERFORM 605-READ-ITEM.
           IF WS-SUSP-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "SUSPENSE ITEM NOT FOUND" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           IF SUSP-OPEN THEN
                MOVE "ITEM OPEN - KEY THE ACCOUNT IT BELONGS TO"
                    TO MSGO
           ELSE
                MOVE "ITEM ALREADY RE-POINTED - NOTHING TO DO" TO MSGO
           END-IF.

           GO TO 800-SEND-CARRIED.

       620-REPOINT-ITEM.

           PERFORM 190-CHECK-SYSTEM-STATUS.
           IF WS-SYSTEM-IS-CLOSED THEN
                MOVE "SYSTEM CLOSED FOR BATCH - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE TARGET ACCOUNT'S BRANCH MUST SIT INSIDE THE OPERATOR'S OWN
      * BRANCH SCOPE - AN ATTEMPT OUTSIDE IT IS LOGGED AND REFUSED
           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * LOCK THE ITEM FIRST - A SECOND TERMINAL RE-POINTING THE SAME
      * ITEM WAITS HERE AND THEN FINDS IT NO LONGER OPEN
           PERFORM 607-READ-ITEM-FOR-UPDATE.
           IF WS-SUSP-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "SUSPENSE ITEM NOT FOUND" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF NOT SUSP-OPEN THEN
                EXEC CICS UNLOCK
                     FILE('SUSPFILE')
                END-EXEC
                MOVE "ITEM ALREADY RE-POINTED - NOTHING TO DO"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.
           IF SUSP-AMOUNT = ZERO THEN
                EXEC CICS UNLOCK
                     FILE('SUSPFILE')
                END-EXEC
                MOVE "ITEM CARRIES NO AMOUNT - REFER TO THE BANK"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * READ FOR UPDATE TO LOCK THE ACCOUNT, NOTFND IS TRAPPED BY
      * THE HANDLE CONDITION ABOVE
           MOVE WS-TARGET-ACCTKEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

      * A CLOSED ACCOUNT IS WHY MOST ITEMS ARE HERE IN THE FIRST
      * PLACE - IT CANNOT BE THE ANSWER
           IF ACCT-STAT-CLOSED OR STAT = 'Z' THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                EXEC CICS UNLOCK
                     FILE('SUSPFILE')
                END-EXEC
                MOVE "ACCOUNT IS CLOSED - ITEM LEFT IN SUSPENSE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 630-CHECK-CHARGE-OFF.

      * A RECOVERY LEAVES THE WRITTEN-OFF BALANCE WHERE IT IS, SO
      * THE ACCOUNT IS RELEASED RATHER THAN REWRITTEN
           IF WS-CHARGED-OFF THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
           ELSE
                COMPUTE CURBAL = CURBAL - SUSP-AMOUNT
                EXEC CICS REWRITE
                     FILE('ACCTFILE')
                     FROM(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                END-EXEC
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TRAN-DATE)
           END-EXEC.

           PERFORM 650-NEXT-TRAN-SEQ.

           MOVE SUSP-BANK-REF TO WS-BD-REF.
           MOVE SPACES       TO TRANREC.
           MOVE WS-TARGET-ACCTKEY TO TRAN-ACCTKEY.
           MOVE WS-TRAN-DATE TO TRAN-DATE.
           MOVE WS-NEXT-SEQ  TO TRAN-SEQ.
           MOVE 'C'          TO TRAN-TYPE.
           MOVE SUSP-AMOUNT  TO TRAN-AMOUNT.
           MOVE EIBUSER      TO TRAN-USERID.
           MOVE WS-BANK-DESC TO TRAN-DESC.
           MOVE "BP"         TO TRAN-CODE.

           PERFORM 662-WRITE-MOVEMENT.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET WS-MOVEMENT-POSTED TO TRUE
           END-IF.

      * A RECOVERY THAT NEVER REACHED TRANFILE MOVED NOTHING AT ALL
      * - THE ITEM STAYS OPEN FOR ANOTHER TRY
           IF WS-CHARGED-OFF AND NOT WS-MOVEMENT-POSTED THEN
                EXEC CICS UNLOCK
                     FILE('SUSPFILE')
                END-EXEC
                MOVE "RECOVERY NOT JOURNALLED - NOTHING POSTED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF WS-CHARGED-OFF THEN
                PERFORM 635-POST-RECOVERY
           END-IF.

      * THE ITEM REMEMBERS THE POSTING IT BECAME
           MOVE 'R'               TO SUSP-STATUS.
           MOVE WS-TARGET-ACCTKEY TO SUSP-POST-ACCTKEY.
           MOVE WS-TRAN-DATE      TO SUSP-POST-DATE.
           MOVE TRAN-SEQ          TO SUSP-POST-SEQ.
           MOVE EIBUSER           TO SUSP-USERID.

           EXEC CICS REWRITE
                FILE('SUSPFILE')
                FROM(SUSPREC)
                LENGTH(SUSPREC-LEN)
           END-EXEC.

           PERFORM 670-STAMP-ACTIVITY.

           MOVE LOW-VALUES TO MAP1O.
           PERFORM 700-FORMAT-LINES.
           IF WS-MOVEMENT-POSTED AND WS-CHARGED-OFF THEN
                MOVE "RE-POINTED - RECOVERY POSTED ON CHARGED-OFF"
                    TO MSGO
           ELSE
           IF WS-MOVEMENT-POSTED THEN
                MOVE "ITEM RE-POINTED - PAYMENT POSTED" TO MSGO
           ELSE
                MOVE "BALANCE CHANGED - MOVEMENT NOT JOURNALLED"
                    TO MSGO
           END-IF
           END-IF.

           GO TO 800-SEND-CARRIED.

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
                ADD SUSP-AMOUNT TO CHGO-RECOVERED
                MOVE WS-TRAN-DATE TO CHGO-LAST-RECOVERY
                EXEC CICS REWRITE
                     FILE('CHGOFILE')
                     FROM(CHGOREC)
                     LENGTH(CHGOREC-LEN)
                     RESP(WS-CHGO-RESP)
                END-EXEC
           END-IF.

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
           MOVE WS-TARGET-ACCTKEY TO TRAN-ACCTKEY.
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
           IF TRAN-ACCTKEY = WS-TARGET-ACCTKEY
               AND TRAN-DATE = WS-TRAN-DATE THEN
                COMPUTE WS-NEXT-SEQ = TRAN-SEQ + 1
           ELSE
                MOVE 'Y' TO WS-BR-SW
           END-IF
           END-IF.

       670-STAMP-ACTIVITY.

      * KEEP THE ACCOUNT'S LAST-ACTIVITY DATE CURRENT SO THE
      * DORMANCY SWEEP MEASURES REAL INACTIVITY - A MISSING RECORD
      * IS SIMPLY CREATED, AND ANY FAILURE HERE IS NOT ALLOWED TO
      * UNDO WORK ALREADY COMMITTED ABOVE
           MOVE WS-TARGET-ACCTKEY TO LACT-ACCTKEY.

           EXEC CICS READ
                FILE('LACTFILE')
                INTO(LACTREC)
                LENGTH(LACTREC-LEN)
                RIDFLD(LACT-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE WS-TARGET-ACCTKEY TO LACT-ACCTKEY
                MOVE WS-TRAN-DATE TO LACT-DATE
                EXEC CICS REWRITE
                     FILE('LACTFILE')
                     FROM(LACTREC)
                     LENGTH(LACTREC-LEN)
                END-EXEC
           ELSE
           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE WS-TARGET-ACCTKEY TO LACT-ACCTKEY
                MOVE WS-TRAN-DATE TO LACT-DATE
                EXEC CICS WRITE
                     FILE('LACTFILE')
                     FROM(LACTREC)
                     LENGTH(LACTREC-LEN)
                     RIDFLD(LACT-ACCTKEY)
                     RESP(WS-RESP)
                END-EXEC
           END-IF
           END-IF.

       700-FORMAT-LINES.

      * SHOW THE KEY BACK WITH THE ITEM - THE CALLER HAS ALREADY
      * CLEARED THE MAP
           MOVE WS-IK-DATE TO RCVDTO.
           MOVE WS-IK-ITEM TO ITEMO.

           MOVE SUSP-FILE-DATE      TO WS-IL-DATE.
           MOVE SUSP-ITEM           TO WS-IL-ITEM.
           MOVE SUSP-BANK-REF       TO WS-IL-REF.
           MOVE SUSP-QUOTED-ACCTKEY TO WS-IL-QUOTED.
           MOVE SUSP-AMOUNT         TO WS-IL-AMOUNT.
           IF SUSP-NO-ACCOUNT THEN
                MOVE "NO ACCOUNT" TO WS-IL-REASON
           ELSE
           IF SUSP-ACCT-CLOSED THEN
                MOVE "ACCT CLOSED" TO WS-IL-REASON
           ELSE
           IF SUSP-BAD-DATA THEN
                MOVE "BAD DATA" TO WS-IL-REASON
           ELSE
                MOVE "POST FAILED" TO WS-IL-REASON
           END-IF
           END-IF
           END-IF.
           MOVE WS-ITEM-LINE TO LINE1O.

           MOVE SUSP-PAYER      TO WS-PY-PAYER.
           MOVE SUSP-VALUE-DATE TO WS-PY-VALUE-DATE.
           IF SUSP-OPEN THEN
                MOVE "OPEN" TO WS-PY-OUTCOME
           ELSE
                MOVE SUSP-POST-ACCTKEY(1:3) TO WS-RT-ACCTCODE
                MOVE SUSP-POST-ACCTKEY(4:5) TO WS-RT-ACCTNO
                MOVE SUSP-POST-DATE         TO WS-RT-DATE
                MOVE SUSP-POST-SEQ          TO WS-RT-SEQ
                MOVE SUSP-USERID            TO WS-RT-USERID
                MOVE WS-REPOINT-TEXT TO WS-PY-OUTCOME
           END-IF.
           MOVE WS-PAYER-LINE TO LINE2O.

       800-SEND-CARRIED.

      * THE KEY RIDES THE COMMAREA SO THE NEXT ENTRY CAN RE-POINT
      * THE ITEM WITHOUT RE-KEYING IT
           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NF')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA51')
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

       END PROGRAM DCIA2PHF.
