      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY AUTHORIZATION-HOLD RECORD LAYOUT
       COPY 'HOLDREC'.

      * COPY CREDIT FACILITY RECORD LAYOUT
       COPY 'FACREC'.

      * COPY FACILITY MEMBERSHIP RECORD LAYOUT
       COPY 'FMBRREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY BEHAVIOURAL RISK SCORE RECORD LAYOUT
       COPY 'RISKREC'.

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

      * AVAILABLE CREDIT IS FIGURED AS ON THE IA21 INQUIRY - LIMIT
      * IN FORCE LESS BALANCE LESS OPEN HOLDS. AN UNAVAILABLE HOLD
      * FILE COUNTS AS NO HOLDS.
       01 WS-HOLD-BR-SW     PIC X VALUE 'N'.
            88 WS-HOLD-BR-DONE   VALUE 'Y'.
       01 WS-HOLD-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-OPEN-HOLDS     PIC S9(7)V99 VALUE ZERO.
       01 WS-AVAIL-CREDIT   PIC S9(7)V99 VALUE ZERO.

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
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.
            05 FILLER             PIC X(5) VALUE ' BAL='.
            05 WS-IL-CURBAL       PIC -999999.99.

      * LINE 2 - ADDRESS, LAST ACTIVITY AND AVAILABLE CREDIT -
      * ' FACAV=' WHEN THE FIGURE IS A SHARED FACILITY'S
       01 WS-ADDR-LINE.
            05 WS-AL-ADDR1        PIC X(20).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-AL-ADDR2        PIC X(20).
            05 FILLER             PIC X(10) VALUE ' LASTACT: '.
            05 WS-AL-LACT         PIC X(8).
            05 WS-AL-AV-LABEL     PIC X(7) VALUE ' AVAIL='.
            05 WS-AL-AVAIL        PIC -999999.99.

      * LINE 3 - SECONDARY HOLDERS OFF JNTFILE
       01 WS-HOLDER-LINE.
                                  PIC X(76).
       01 WS-TRAN-COUNT     PIC 9 VALUE 0.

      * AN OPEN BANKRUPTCY OR DECEASED EVENT ON THE ACCOUNT, OR ON ANY
      * CUSTOMER LINKED TO IT, TAKES LINE 6 IN PLACE OF THE OLDER
      * POSTING SO NOBODY WORKS THE ACCOUNT WITHOUT SEEING IT
       01 WS-LGL-SW         PIC X VALUE 'N'.
            88 WS-LEGAL-HOLD     VALUE 'Y'.
       01 WS-LGL-BR-SW      PIC X VALUE 'N'.
            88 WS-LGL-BR-DONE    VALUE 'Y'.
       01 WS-LGL-RESP       PIC S9(8) COMP VALUE ZERO.
       01 WS-LGL-ACCTKEY    PIC X(8) VALUE SPACES.
       01 WS-LEGAL-LINE.
            05 FILLER             PIC X(15) VALUE '*** LEGAL HOLD '.
            05 WS-LG-TYPE         PIC X(10).
            05 FILLER             PIC X(7) VALUE ' SINCE '.
            05 WS-LG-DATE         PIC 9(8).
            05 FILLER             PIC X(6) VALUE ' CASE '.
            05 WS-LG-CASE-REF     PIC X(20).
            05 FILLER             PIC X(4) VALUE ' ***'.

      * LINE 7 - LAST NIGHT'S BEHAVIOURAL RISK SCORE OFF RISKFILE,
      * WHICH WAY IT MOVED FROM THE NIGHT BEFORE AND THE FIVE
      * FACTORS BEHIND IT. AN ACCOUNT NOT YET SCORED, OR AN
      * UNAVAILABLE FILE, SAYS SO.
       01 WS-RISK-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-RISK-MOVE      PIC S9(3) VALUE ZERO.
       01 WS-RISK-LINE.
            05 FILLER             PIC X(5) VALUE 'RISK '.
            05 WS-RK-SCORE        PIC ZZ9.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-RK-MOVE         PIC +ZZ9.
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-RK-DATE         PIC 9(8).
            05 FILLER             PIC X(5) VALUE ' PAY '.
            05 WS-RK-PAYMENT      PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' AGE '.
            05 WS-RK-AGING        PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' PRM '.
            05 WS-RK-PROMISE      PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' VEL '.
            05 WS-RK-VELOCITY     PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' HLD '.
            05 WS-RK-HOLDS        PIC ZZ9.
            05 WS-RK-REVIEW       PIC X(11).

      * CARRIES THE KEY INTO THE DETAIL TRANSACTIONS, THE SAME
      * 11-BYTE HANDOFF THE INQUIRY USES
       01 WS-CARRY-COMMAREA.
                PF2(850-JUMP-TO-HOLDERS)
                PF3(860-JUMP-TO-NOTES)
                PF4(870-JUMP-TO-HISTORY)
                PF5(880-JUMP-TO-REFUNDS)
                PF6(890-JUMP-TO-COLLATERAL)
                PF9(999-EXIT)
           END-EXEC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE
               "KEY ACCT: PF2 HOLDERS 3 NOTES 4 HIST 5 REFUND 6 COLLAT"
               TO MSGO.

           EXEC CICS SEND
                GO TO 600-BUILD-OVERVIEW
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
           MOVE WS-WANTED-ACCTKEY TO AUDIT-ACCTKEY.
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

           MOVE LOW-VALUES TO MAP1O.

       600-BUILD-OVERVIEW.

      * THE ACCOUNT'S BRANCH MUST SIT INSIDE THE OPERATOR'S OWN
      * BRANCH SCOPE - AN ATTEMPT OUTSIDE IT IS LOGGED AND REFUSED
           MOVE WS-WANTED-ACCTKEY(1:3) TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * ONE READ PER SATELLITE AND THE WHOLE RELATIONSHIP IS ON ONE
      * SCREEN - NO MORE RE-KEYING THE ACCOUNT FOUR TIMES
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
           MOVE ADDR1 TO WS-AL-ADDR1.
           MOVE ADDR2 TO WS-AL-ADDR2.
           PERFORM 610-GET-LAST-ACTIVITY.

           PERFORM 655-SUM-OPEN-HOLDS.
           PERFORM 650-CHECK-FACILITY.
           COMPUTE WS-AVAIL-CREDIT =
               WS-FAC-LIMIT - CURBAL - WS-FAC-OTHER-BAL - WS-OPEN-HOLDS.
           MOVE WS-AVAIL-CREDIT TO WS-AL-AVAIL.
           IF WS-IN-FACILITY THEN
                MOVE ' FACAV=' TO WS-AL-AV-LABEL
           ELSE
                MOVE ' AVAIL=' TO WS-AL-AV-LABEL
           END-IF.

           PERFORM 620-GET-HOLDERS.
           PERFORM 630-GET-LATEST-NOTE.
           PERFORM 640-GET-LATEST-POSTINGS.
           PERFORM 690-CHECK-LEGAL-HOLD.
           PERFORM 695-GET-RISK-SCORE.

           GO TO 800-SHOW-OVERVIEW.

           END-IF
           END-IF.

       650-CHECK-FACILITY.

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
                     PERFORM 652-ADD-MEMBER-BALANCE
                     PERFORM 651-ADD-ONE-SUB
                         VARYING WS-FAC-IDX FROM 1 BY 1
                         UNTIL WS-FAC-IDX > FAC-SUB-COUNT
                            OR WS-FAC-IDX > 10
                END-IF
           END-IF.

           MOVE ZERO TO WS-FAC-RESP.

       651-ADD-ONE-SUB.

           MOVE FAC-SUB-ACCTKEY(WS-FAC-IDX) TO WS-FAC-MEMBER-KEY.
           PERFORM 652-ADD-MEMBER-BALANCE.

       652-ADD-MEMBER-BALANCE.

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

       655-SUM-OPEN-HOLDS.

      * TOTAL THE OPEN HOLDS AGAINST THE ACCOUNT JUST READ SO THE
      * AVAILABLE-CREDIT FIGURE REFLECTS CREDIT ALREADY PROMISED
      * BUT NOT YET POSTED
           MOVE ZERO TO WS-OPEN-HOLDS.
           MOVE 'N' TO WS-HOLD-BR-SW.
           MOVE ACCTKEY TO HOLD-ACCTKEY.
           MOVE ZERO TO HOLD-NO.

           EXEC CICS STARTBR
                FILE('HOLDFILE')
                RIDFLD(HOLD-KEY)
                GTEQ
                RESP(WS-HOLD-RESP)
           END-EXEC.

           IF WS-HOLD-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-HOLD-BR-SW
           END-IF.

           PERFORM 656-SCAN-NEXT-HOLD
                UNTIL WS-HOLD-BR-DONE.

           IF WS-HOLD-RESP = DFHRESP(NORMAL)
               OR WS-HOLD-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('HOLDFILE')
                END-EXEC
           END-IF.

       656-SCAN-NEXT-HOLD.

           EXEC CICS READNEXT
                FILE('HOLDFILE')
                INTO(HOLDREC)
                LENGTH(HOLDREC-LEN)
                RIDFLD(HOLD-KEY)
                RESP(WS-HOLD-RESP)
           END-EXEC.

           IF WS-HOLD-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-HOLD-BR-SW
           ELSE
           IF HOLD-ACCTKEY NOT = ACCTKEY THEN
                MOVE 'Y' TO WS-HOLD-BR-SW
           ELSE
                ADD HOLD-AMOUNT TO WS-OPEN-HOLDS
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

           IF WS-LEGAL-HOLD THEN
                IF LGL-DECEASED THEN
                     MOVE 'DECEASED' TO WS-LG-TYPE
                ELSE
                     MOVE 'BANKRUPTCY' TO WS-LG-TYPE
                END-IF
                MOVE LGL-NOTIFY-DATE TO WS-LG-DATE
                MOVE LGL-CASE-REF    TO WS-LG-CASE-REF
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

       695-GET-RISK-SCORE.

      * THE MOVE IS AGAINST THE EARLIER NIGHT'S SCORE - A FIRST
      * SCORE HAS NOTHING TO MOVE FROM
           MOVE ACCTKEY TO RISK-ACCTKEY.

           EXEC CICS READ
                FILE('RISKFILE')
                INTO(RISKREC)
                LENGTH(RISKREC-LEN)
                RIDFLD(RISK-ACCTKEY)
                RESP(WS-RISK-RESP)
           END-EXEC.

           IF WS-RISK-RESP = DFHRESP(NORMAL) THEN
                IF RISK-PREV-DATE = 0 THEN
                     MOVE ZERO TO WS-RISK-MOVE
                ELSE
                     COMPUTE WS-RISK-MOVE =
                         RISK-SCORE - RISK-PREV-SCORE
                END-IF
                MOVE RISK-SCORE        TO WS-RK-SCORE
                MOVE WS-RISK-MOVE      TO WS-RK-MOVE
                MOVE RISK-SCORE-DATE   TO WS-RK-DATE
                MOVE RISK-PAYMENT-PTS  TO WS-RK-PAYMENT
                MOVE RISK-AGING-PTS    TO WS-RK-AGING
                MOVE RISK-PROMISE-PTS  TO WS-RK-PROMISE
                MOVE RISK-VELOCITY-PTS TO WS-RK-VELOCITY
                MOVE RISK-HOLD-PTS     TO WS-RK-HOLDS
                IF RISK-FOR-REVIEW THEN
                     MOVE ' FOR REVIEW' TO WS-RK-REVIEW
                ELSE
                     MOVE SPACES TO WS-RK-REVIEW
                END-IF
           END-IF.

       800-SHOW-OVERVIEW.

           MOVE LOW-VALUES TO MAP1O.
                MOVE WS-TW-ENTRY(1) TO LINE6O
           END-IF.

           IF WS-RISK-RESP = DFHRESP(NORMAL) THEN
                MOVE WS-RISK-LINE TO LINE7O
           ELSE
                MOVE "RISK: NOT YET SCORED" TO LINE7O
           END-IF.

           IF WS-LEGAL-HOLD THEN
                MOVE WS-LEGAL-LINE TO LINE6O
                MOVE
               "LEGAL HOLD PF2 HOLDERS 3 NOTES 4 HIST 5 REFUND 6 COLLAT"
                    TO MSGO
           ELSE
                MOVE
               "PF2 HOLDERS 3 NOTES 4 HIST 5 REFUNDS 6 COLLAT 9 MENU"
                    TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       880-JUMP-TO-REFUNDS.

           MOVE ACCTCODEI TO WS-CARRY-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-CARRY-ACCTKEY(4:5).

           EXEC CICS XCTL
                PROGRAM('DCIA2PHP')
                COMMAREA(WS-CARRY-COMMAREA)
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       890-JUMP-TO-COLLATERAL.

           MOVE ACCTCODEI TO WS-CARRY-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-CARRY-ACCTKEY(4:5).

           EXEC CICS XCTL
                PROGRAM('DCIA2PHQ')
                COMMAREA(WS-CARRY-COMMAREA)
                LENGTH(WS-CARRY-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
