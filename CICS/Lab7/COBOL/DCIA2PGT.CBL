      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

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
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.

       01 WS-OLD-ACCTKEY    PIC X(8).
       01 WS-NEW-ACCTKEY    PIC X(8).
       01 WS-MOVE-AMOUNT    PIC 9(6)V99.

      * SET WHEN EITHER SIDE'S TRANSFER MOVEMENT FAILED TO REACH
      * TRANFILE - THE ACCOUNT HAS ALREADY MOVED, SO THE OPERATOR
      * IS TOLD INSTEAD OF SHOWN A CLEAN CONFIRMATION
       01 WS-JOURNAL-FAIL-SW PIC X VALUE 'N'.
            88 WS-JOURNAL-FAILED     VALUE 'Y'.

      * TRANSFER MOVEMENT DESCRIPTIONS CARRYING THE OTHER SIDE'S KEY
       01 WS-DESC-FROM.
            05 FILLER             PIC X(10) VALUE 'XFER FROM '.
            05 WS-DESC-FROM-KEY   PIC X(8).
            05 FILLER             PIC X(2) VALUE SPACES.
       01 WS-DESC-TO.
            05 FILLER             PIC X(8) VALUE 'XFER TO '.
            05 WS-DESC-TO-KEY     PIC X(8).
            05 FILLER             PIC X(4) VALUE SPACES.

      * SCRATCH AREA FOR PROVING THE TARGET KEY FREE WITHOUT
      * DISTURBING THE RECORD HELD IN ACCTREC
               TRANSID('IA34')
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
           MOVE OCODEI TO AUDIT-ACCTCODE.
           IF OACCTL > 0 AND OACCTI IS NUMERIC THEN
                MOVE OACCTI TO AUDIT-ACCTNO
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
                GO TO 500-REPORT-ERROR
           END-IF.

      * A TRANSFER TOUCHES TWO BRANCHES, AND BOTH MUST SIT INSIDE THE
      * OPERATOR'S OWN BRANCH SCOPE - AN ATTEMPT OUTSIDE EITHER IS
      * LOGGED AGAINST THE ACCOUNT AND REFUSED
           MOVE OCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-OK THEN
                MOVE NCODEI TO WS-SCOPE-BRANCH
                PERFORM 182-CHECK-BRANCH-SCOPE
           END-IF.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "BRANCH OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * PICK THE ACCOUNT UP UNDER ITS OLD KEY - NOTFND IS TRAPPED
      * BY THE HANDLE CONDITION ABOVE
           MOVE OCODEI TO ACCTCODE.
                LENGTH(AUDITREC-LEN)
           END-EXEC.

      * THE BALANCE CHANGES BRANCH WITH THE ACCOUNT, SO IT IS POSTED
      * THROUGH TRANFILE ON BOTH SIDES THE WAY A MERGE POSTS ITS
      * MOVE - THE LEDGER BRIDGE THEN CARRIES THE RECEIVABLE ACROSS
           IF CURBAL NOT = 0 THEN
                PERFORM 650-POST-TRANSFER-MOVEMENTS
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           IF WS-JOURNAL-FAILED THEN
                MOVE "TRANSFERRED - MOVEMENT NOT JOURNALLED, CALL OPS"
                    TO MSGO
           ELSE
                MOVE "ACCOUNT TRANSFERRED TO ITS NEW BRANCH" TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                TRANSID('IA34')
           END-EXEC.

       650-POST-TRANSFER-MOVEMENTS.

      * CREDIT THE OLD KEY DOWN TO ZERO, DEBIT THE NEW KEY WITH WHAT
      * IT BROUGHT ACROSS - THE TRANSFER OWNS THE 96X SEQUENCE RANGE
      * FOR THE DAY. A CREDIT BALANCE MOVES AS THE OPPOSITE PAIR.
           IF CURBAL < 0 THEN
                COMPUTE WS-MOVE-AMOUNT = CURBAL * -1
           ELSE
                MOVE CURBAL TO WS-MOVE-AMOUNT
           END-IF.

           MOVE SPACES          TO TRANREC.
           MOVE WS-OLD-ACCTKEY  TO TRAN-ACCTKEY.
           MOVE AUDIT-DATE      TO TRAN-DATE.
           MOVE 961             TO TRAN-SEQ.
           IF CURBAL < 0 THEN
                MOVE "D" TO TRAN-TYPE
           ELSE
                MOVE "C" TO TRAN-TYPE
           END-IF.
           MOVE WS-MOVE-AMOUNT  TO TRAN-AMOUNT.
           MOVE EIBUSER         TO TRAN-USERID.
           MOVE WS-NEW-ACCTKEY  TO WS-DESC-TO-KEY.
           MOVE WS-DESC-TO      TO TRAN-DESC.
           MOVE "MO"            TO TRAN-CODE.

           PERFORM 660-WRITE-ONE-MOVEMENT.

           MOVE SPACES          TO TRANREC.
           MOVE WS-NEW-ACCTKEY  TO TRAN-ACCTKEY.
           MOVE AUDIT-DATE      TO TRAN-DATE.
           MOVE 961             TO TRAN-SEQ.
           IF CURBAL < 0 THEN
                MOVE "C" TO TRAN-TYPE
           ELSE
                MOVE "D" TO TRAN-TYPE
           END-IF.
           MOVE WS-MOVE-AMOUNT  TO TRAN-AMOUNT.
           MOVE EIBUSER         TO TRAN-USERID.
           MOVE WS-OLD-ACCTKEY  TO WS-DESC-FROM-KEY.
           MOVE WS-DESC-FROM    TO TRAN-DESC.
           MOVE "MI"            TO TRAN-CODE.

           PERFORM 660-WRITE-ONE-MOVEMENT.

       660-WRITE-ONE-MOVEMENT.

      * A TAKEN SEQUENCE JUST STEPS TO THE NEXT FREE ONE - THE
      * PRIMING VALUE MUST NOT LOOK LIKE DFHRESP(NORMAL), WHICH IS
      * ZERO, OR THE LOOP WOULD NEVER WRITE AT ALL
           MOVE -1 TO WS-RESP.
           PERFORM 670-TRY-ONE-SEQUENCE
                UNTIL WS-RESP = DFHRESP(NORMAL)
                    OR TRAN-SEQ = 999.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                SET WS-JOURNAL-FAILED TO TRUE
           END-IF.

       670-TRY-ONE-SEQUENCE.

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

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
