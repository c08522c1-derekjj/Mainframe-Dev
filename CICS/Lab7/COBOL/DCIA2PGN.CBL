      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

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
       01 WS-ABSTIME        PIC S9(15) COMP-3.

               TRANSID('IA26')
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

           MOVE ACCTNOI   TO ACCTNO.
           MOVE ACCTCODEI TO ACCTCODE.
           MOVE ACCTKEY   TO WS-WANTED-ACCTKEY.
