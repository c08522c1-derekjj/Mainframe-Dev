      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY STATUS-CODE FILE RECORD LAYOUT
       COPY 'STATREC'.

            05 FILLER             PIC X(4)
                              VALUE 'BR: '.
            05 WS-FOUND-BRANCH-NAME PIC X(20).
      *     ' FA: ' WHEN THE FIGURE IS THE FACILITY'S, SHARED WITH
      *     THE OTHER MEMBER ACCOUNTS
            05 WS-FOUND-AV-LABEL  PIC X(5)
                              VALUE ' AV: '.
            05 WS-FOUND-AVAIL     PIC -999999.99.
            05 FILLER             PIC X(5)
       01 WS-OPEN-HOLDS     PIC S9(7)V99 VALUE ZERO.
       01 WS-AVAIL-CREDIT   PIC S9(7)V99 VALUE ZERO.

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

      * USED BY THE NAME-SEARCH BROWSE AGAINST THE ACCTNAME
                MOVE 'N' TO WS-BRANCH-CHECK-SW
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
           MOVE ACCTKEY  TO AUDIT-ACCTKEY.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       300-ACCTFILE-NOTFND.

           MOVE ACCTNOI TO ACCTNO.
                TRANSID('IA21')
           END-EXEC.

       570-OUT-OF-SCOPE.

      * THE ACCOUNT JUST READ BELONGS TO A BRANCH OUTSIDE THE
      * OPERATOR'S SCOPE - JOURNAL THE ATTEMPT AND SHOW NOTHING OF IT
           PERFORM 185-LOG-DENIED-ATTEMPT.
           MOVE LOW-VALUES TO MAP1O.
           MOVE 'ACCOUNT OUTSIDE YOUR OPERATOR SCOPE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2MR')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA21')
           END-EXEC.

       600-FIND-ACCOUNT.

      * ATTEMPT TO FIND AN ACCOUND RECORD IN ACCTFILE
                RIDFLD(ACCTKEY)
           END-EXEC.

      * NOTHING IS SHOWN OR PRINTED FROM A BRANCH OUTSIDE THE
      * OPERATOR'S SCOPE
           MOVE ACCTCODE TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                GO TO 570-OUT-OF-SCOPE
           END-IF.

      * RECORD FOUND, MOVE VALUES TO MAP OUTPUTS
           MOVE LOW-VALUES TO MAP1O.

       780-SHOW-BROWSE-RECORD.

      * A BROWSE OR NAME SEARCH NEVER SHOWS AN ACCOUNT FROM A BRANCH
      * OUTSIDE THE OPERATOR'S SCOPE
           MOVE ACCTCODE TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                GO TO 570-OUT-OF-SCOPE
           END-IF.

      * RECORD FOUND VIA BROWSE, MOVE VALUES TO MAP OUTPUTS
           MOVE LOW-VALUES TO MAP1O.
           PERFORM 790-GET-BRANCH-NAME.
           END-IF.

           PERFORM 795-SUM-OPEN-HOLDS.
           PERFORM 791-CHECK-FACILITY.
           COMPUTE WS-AVAIL-CREDIT =
               WS-FAC-LIMIT - CURBAL - WS-FAC-OTHER-BAL - WS-OPEN-HOLDS.
           MOVE WS-AVAIL-CREDIT TO WS-FOUND-AVAIL.
           IF WS-IN-FACILITY THEN
                MOVE ' FA: ' TO WS-FOUND-AV-LABEL
           ELSE
                MOVE ' AV: ' TO WS-FOUND-AV-LABEL
           END-IF.

           PERFORM 798-GET-CONTACT-PHONE.

       791-CHECK-FACILITY.

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
                     PERFORM 793-ADD-MEMBER-BALANCE
                     PERFORM 792-ADD-ONE-SUB
                         VARYING WS-FAC-IDX FROM 1 BY 1
                         UNTIL WS-FAC-IDX > FAC-SUB-COUNT
                            OR WS-FAC-IDX > 10
                END-IF
           END-IF.

           MOVE ZERO TO WS-FAC-RESP.

       792-ADD-ONE-SUB.

           MOVE FAC-SUB-ACCTKEY(WS-FAC-IDX) TO WS-FAC-MEMBER-KEY.
           PERFORM 793-ADD-MEMBER-BALANCE.

       793-ADD-MEMBER-BALANCE.

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

       795-SUM-OPEN-HOLDS.

      * TOTAL THE OPEN HOLDS AGAINST THE ACCOUNT JUST READ SO THE
                RIDFLD(ACCTKEY)
           END-EXEC.

      * NOTHING IS SHOWN OR PRINTED FROM A BRANCH OUTSIDE THE
      * OPERATOR'S SCOPE
           MOVE ACCTCODE TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                GO TO 570-OUT-OF-SCOPE
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
