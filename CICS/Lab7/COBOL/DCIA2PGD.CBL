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
       01 WS-BEFORE-CRLIMIT PIC 9(6)V99.
      * USED TO CATCH A SAME-DAY RE-CLOSE ON THE ARCHIVE WRITE
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.

      * COPY COLLATERAL RECORD LAYOUT
       COPY 'COLLREC'.

      * COPY CORRESPONDENCE TRIGGER RECORD LAYOUT
       COPY 'CORRREC'.

      * A SECURED ACCOUNT CANNOT BE CLOSED WHILE A BALANCE IS STILL
      * OWED AGAINST ITS PLEDGED COLLATERAL. ONCE THE BALANCE IS
      * SETTLED THE CLOSE RELEASES THE PLEDGE AND DROPS THE RELEASE
      * INSTRUCTION. AN UNSECURED ACCOUNT, OR AN UNAVAILABLE FILE,
      * CLOSES AS BEFORE.
       01 WS-COLL-SW        PIC X VALUE 'N'.
            88 WS-COLL-NONE       VALUE 'N'.
            88 WS-COLL-HELD       VALUE 'H'.
            88 WS-COLL-TO-RELEASE VALUE 'R'.
       01 WS-COLL-VALUE     PIC 9(6)V99 VALUE ZERO.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
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

      * READ FOR UPDATE, NOTFND IS TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE ACCTNOI   TO ACCTNO.
           MOVE ACCTCODEI TO ACCTCODE.
           MOVE CRLIMIT TO WS-BEFORE-CRLIMIT.
           MOVE STAT    TO WS-BEFORE-STAT.

      * PLEDGED COLLATERAL STAYS PLEDGED UNTIL THE BALANCE IS PAID
           PERFORM 610-CHECK-COLLATERAL.
           IF WS-COLL-HELD THEN
                EXEC CICS UNLOCK
                     FILE('COLLFILE')
                END-EXEC
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                MOVE "COLLATERAL PLEDGED - SETTLE THE BALANCE FIRST"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * SOFT-CLOSE THE RECORD BEFORE THE PHYSICAL DELETE SO THE
      * LAST-KNOWN STATE ON FILE IS ALWAYS "CLOSED", NEVER "ACTIVE",
      * IF SOMETHING INTERRUPTS US BETWEEN THE REWRITE AND THE DELETE.
                LENGTH(AUDITREC-LEN)
           END-EXEC.

           IF WS-COLL-TO-RELEASE THEN
                PERFORM 620-RELEASE-COLLATERAL
           END-IF.

      * RECORD CLOSED, MOVE VALUES TO MAP OUTPUTS
           MOVE LOW-VALUES TO MAP1O.
           IF WS-COLL-TO-RELEASE THEN
                MOVE "ACCOUNT CLOSED - COLLATERAL RELEASE INSTRUCTED"
                    TO MSGO
           ELSE
                MOVE "ACCOUNT CLOSED AND REMOVED FROM ACCTFILE" TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                TRANSID('IA24')
           END-EXEC.

       610-CHECK-COLLATERAL.

      * READ FOR UPDATE SO NOBODY REVALUES THE PLEDGE UNDER US ON
      * IA62 BETWEEN THE CHECK AND THE RELEASE. A RECORD ALREADY
      * RELEASED IS NOTHING TO DO.
           MOVE 'N' TO WS-COLL-SW.
           MOVE ACCTKEY TO COLL-ACCTKEY.

           EXEC CICS READ
                FILE('COLLFILE')
                INTO(COLLREC)
                LENGTH(COLLREC-LEN)
                RIDFLD(COLL-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF NOT COLL-PLEDGED THEN
                     EXEC CICS UNLOCK
                          FILE('COLLFILE')
                     END-EXEC
                ELSE
                IF CURBAL > ZERO THEN
                     SET WS-COLL-HELD TO TRUE
                ELSE
                     SET WS-COLL-TO-RELEASE TO TRUE
                END-IF
                END-IF
           END-IF.

       620-RELEASE-COLLATERAL.

      * MARK THE PLEDGE RELEASED, THEN DROP THE CREL RELEASE
      * INSTRUCTION FOR THE NIGHTLY DCIA2LTR RUN AND JOURNAL THE
      * RELEASE - THE AUDIT DATE AND TIME ARE STILL THOSE OF THE
      * CLOSE ITSELF
           MOVE COLL-VALUE TO WS-COLL-VALUE.
           SET COLL-RELEASED TO TRUE.
           MOVE AUDIT-DATE TO COLL-RELEASE-DATE.
           MOVE EIBUSER    TO COLL-RELEASE-USERID.

           EXEC CICS REWRITE
                FILE('COLLFILE')
                FROM(COLLREC)
                LENGTH(COLLREC-LEN)
           END-EXEC.

           MOVE SPACES TO CORRREC.
           MOVE AUDIT-DATE TO CORR-DATE.
           MOVE AUDIT-TIME TO CORR-TIME.
           MOVE "CREL" TO CORR-LETTER-CODE.
           MOVE ACCTKEY TO CORR-ACCTKEY.
           MOVE WS-COLL-VALUE TO CORR-AMOUNT.
           MOVE EIBUSER TO CORR-SOURCE.
           MOVE "N" TO CORR-PRINTED-FLAG.

           EXEC CICS WRITE
                FILE('CORRFILE')
                FROM(CORRREC)
                LENGTH(CORRREC-LEN)
           END-EXEC.

           SET AUDIT-ACTION-COLLATERAL TO TRUE.
           MOVE WS-COLL-VALUE TO AUDIT-BEFORE-CRLIMIT.
           MOVE 'P'           TO AUDIT-BEFORE-STAT.
           MOVE WS-COLL-VALUE TO AUDIT-AFTER-CRLIMIT.
           MOVE 'R'           TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
