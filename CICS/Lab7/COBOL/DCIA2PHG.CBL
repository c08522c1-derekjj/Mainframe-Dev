       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHG.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY CREDIT FACILITY MAINTENANCE MAP LAYOUT
       COPY 'DCIA2NG'.

      * COPY CREDIT FACILITY RECORD LAYOUT
       COPY 'FACREC'.

      * COPY FACILITY MEMBERSHIP RECORD LAYOUT
       COPY 'FMBRREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * BRANCH SCOPE - AN OPERATOR WORKS ONLY THE ACCOUNTS INSIDE THE
      * SCOPE ON THEIR SECFILE RECORD, THE SAME RULE AS IA25
       01 WS-SCOPE-SW       PIC X VALUE 'Y'.
            88 WS-SCOPE-OK       VALUE 'Y'.
            88 WS-SCOPE-DENIED   VALUE 'N'.
       01 WS-SCOPE-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-SCOPE-RESP     PIC S9(8) COMP VALUE ZERO.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.

      * A FACILITY IS A CREDIT DECISION LIKE ANY LIMIT - ONLY AN
      * OPERATOR WITH THE UPDATE FLAG MAY MAINTAIN ONE, AND NEVER
      * PAST THEIR OWN CREDIT-LIMIT AUTHORITY. A SECFILE THAT IS
      * ITSELF UNAVAILABLE DOES NOT LOCK THE BRANCH OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.
       01 WS-MAX-ALLOWED-LIMIT PIC 9(6)V99 VALUE 999999.99.

      * THE FACILITY LIMIT IS KEYED IN CENTS AND SLID RIGHT-JUSTIFIED
      * INTO A ZERO-FILLED FIELD, THE SAME WAY IA23 TAKES A LIMIT
       01 WS-LIMIT-X        PIC X(8).
       01 WS-LIMIT-9 REDEFINES WS-LIMIT-X
                            PIC 9(6)V99.
       01 WS-OLD-LIMIT      PIC 9(6)V99 VALUE ZERO.

       01 WS-PARENT-KEY     PIC X(8) VALUE SPACES.
       01 WS-SUB-KEY        PIC X(8) VALUE SPACES.

      * WHERE THE SUB-ACCOUNT SITS IN THE FACILITY'S LIST - REMOVING
      * ONE CLOSES THE GAP SO THE LIST STAYS PACKED FROM THE TOP
       01 WS-SUB-IDX        PIC 9(2) VALUE ZERO.
       01 WS-SUB-FOUND      PIC 9(2) VALUE ZERO.

      * THE FACILITY AS IT STANDS AFTER THE ACTION - COMBINED
      * BALANCE OF EVERY MEMBER AND WHAT IS LEFT OF THE LIMIT
       01 WS-FAC-TOTAL-BAL  PIC S9(7)V99 VALUE ZERO.
       01 WS-FAC-AVAIL      PIC S9(7)V99 VALUE ZERO.
       01 WS-MEMBER-KEY     PIC X(8) VALUE SPACES.
       01 WS-MEMBER-ACCT.
            05 FILLER             PIC X(90).
            05 WS-MEMBER-CURBAL   PIC S9(6)V99.
            05 FILLER             PIC X.

       01 WS-SUMMARY-LINE.
            05 FILLER             PIC X(6) VALUE 'NAME: '.
            05 WS-SL-NAME         PIC X(20).
            05 FILLER             PIC X(5) VALUE ' LIM='.
            05 WS-SL-LIMIT        PIC 999999.99.
            05 FILLER             PIC X(5) VALUE ' BAL='.
            05 WS-SL-BALANCE      PIC -9999999.99.
            05 FILLER             PIC X(4) VALUE ' AV='.
            05 WS-SL-AVAIL        PIC -9999999.99.

      * SUB-ACCOUNTS SEVEN TO A LINE, TEN AT MOST
       01 WS-SUB-LINES.
            05 WS-SUB-SLOT OCCURS 14 TIMES.
                 10 WS-SS-ACCTCODE     PIC X(3).
                 10 WS-SS-SLASH        PIC X.
                 10 WS-SS-ACCTNO       PIC X(5).
                 10 FILLER             PIC X(2).
       01 WS-SUB-LINES-R REDEFINES WS-SUB-LINES.
            05 WS-SUB-LINE-1      PIC X(77).
            05 WS-SUB-LINE-2      PIC X(77).

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(3).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
      * ADD CONDITION FOR MAINTENANCE AGAINST A MISSING FACILITY
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-FACILITY-NOTFND)
                DUPREC(350-FACILITY-DUPREC)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NG')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A=ADD C=CHANGE D=DELETE S=ADD SUB R=REMOVE SUB I=SHOW"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NG')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA52')
           END-EXEC.

       180-CHECK-OPERATOR-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE UPDATE FLAG AND THE LARGEST LIMIT THEY MAY SET
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

           MOVE 999999.99 TO WS-MAX-ALLOWED-LIMIT.
           IF WS-RESP = DFHRESP(NORMAL)
               AND SEC-MAX-CRLIMIT IS NUMERIC THEN
                MOVE SEC-MAX-CRLIMIT TO WS-MAX-ALLOWED-LIMIT
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
           MOVE WS-PARENT-KEY TO AUDIT-ACCTKEY.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * IMPLEMENT VALIDATION LOGIC

           IF ACTIONL = 0 THEN
                GO TO 100-FIRST-TIME
           ELSE
           IF ACTIONI = "X" THEN
                GO TO 999-EXIT
           ELSE
           IF ACTIONI NOT = "A" AND ACTIONI NOT = "C"
               AND ACTIONI NOT = "D" AND ACTIONI NOT = "S"
               AND ACTIONI NOT = "R" AND ACTIONI NOT = "I" THEN
                MOVE "ACTION MUST BE A, C, D, S, R OR I" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF PACODEL = 0 OR PANOL < 5 THEN
                MOVE "PARENT BRANCH CODE AND 5-DIGIT ACCOUNT REQUIRED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF PANOI IS NOT NUMERIC THEN
                MOVE "ACCOUNT NUMBERS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "A" AND (FACNAMEL = 0 OR LIMITL = 0) THEN
                MOVE "FACILITY NAME AND LIMIT REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "A" OR ACTIONI = "C") AND LIMITL > 0
               AND LIMITI(1:LIMITL) IS NOT NUMERIC THEN
                MOVE "LIMIT MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "A" OR ACTIONI = "C") AND LIMITL > 0
               AND LIMITL < 3 THEN
                MOVE "LIMIT IS KEYED IN CENTS - AT LEAST 3 DIGITS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "S" OR ACTIONI = "R")
               AND (SUBCODEL = 0 OR SUBNOL < 5) THEN
                MOVE "SUB-ACCOUNT CODE AND 5-DIGIT NUMBER REQUIRED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF (ACTIONI = "S" OR ACTIONI = "R")
               AND SUBNOI IS NOT NUMERIC THEN
                MOVE "ACCOUNT NUMBERS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                MOVE PACODEI TO WS-PARENT-KEY(1:3)
                MOVE PANOI   TO WS-PARENT-KEY(4:5)
                MOVE ZEROES TO WS-LIMIT-X
                IF LIMITL > 0 THEN
                     MOVE LIMITI(1:LIMITL) TO WS-LIMIT-X(9 - LIMITL:)
                END-IF
           END-IF.

           IF ACTIONI = "I" THEN
                GO TO 700-SHOW-FACILITY
           END-IF.

      * EVERY CHANGE NEEDS THE UPDATE FLAG, AND A LIMIT PAST THE
      * OPERATOR'S OWN AUTHORITY IS LOGGED AND REFUSED
           PERFORM 180-CHECK-OPERATOR-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO MAINTAIN CREDIT FACILITIES"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE PARENT, AND ANY SUB-ACCOUNT BEING ADDED, MUST BOTH SIT
      * INSIDE THE OPERATOR'S BRANCH SCOPE
           MOVE WS-PARENT-KEY(1:3) TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-OK AND ACTIONI = "S" THEN
                MOVE SUBCODEI TO WS-SCOPE-BRANCH
                PERFORM 182-CHECK-BRANCH-SCOPE
           END-IF.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF LIMITL > 0 AND WS-LIMIT-9 > WS-MAX-ALLOWED-LIMIT THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "LIMIT EXCEEDS YOUR OPERATOR AUTHORITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF ACTIONI = "A" THEN
                GO TO 600-ADD-FACILITY
           ELSE
           IF ACTIONI = "C" THEN
                GO TO 620-CHANGE-FACILITY
           ELSE
           IF ACTIONI = "D" THEN
                GO TO 640-DELETE-FACILITY
           ELSE
           IF ACTIONI = "S" THEN
                GO TO 660-ADD-SUB-ACCOUNT
           ELSE
                GO TO 680-REMOVE-SUB-ACCOUNT
           END-IF.

       300-FACILITY-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'NO FACILITY UNDER THAT PARENT ACCOUNT' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NG')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA52')
           END-EXEC.

       350-FACILITY-DUPREC.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'FACILITY ALREADY ON FILE - USE C TO CHANGE IT'
               TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NG')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA52')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NG')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA52')
           END-EXEC.

       600-ADD-FACILITY.

      * THE PARENT MUST BE A LIVE ACCOUNT THAT DRAWS ON NO OTHER
      * FACILITY - IT BECOMES THE FIRST MEMBER OF ITS OWN
           MOVE WS-PARENT-KEY TO ACCTKEY.
           PERFORM 650-CHECK-ACCOUNT-FREE.

           MOVE SPACES        TO FACREC.
           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.
           MOVE FACNAMEI      TO FAC-NAME.
           MOVE WS-LIMIT-9    TO FAC-LIMIT.
           MOVE ZERO          TO FAC-SUB-COUNT.

      * DUPREC IS TRAPPED BY THE HANDLE CONDITION ABOVE
           EXEC CICS WRITE
                FILE('FACFILE')
                FROM(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
           END-EXEC.

           MOVE WS-PARENT-KEY TO FMBR-ACCTKEY.
           MOVE WS-PARENT-KEY TO FMBR-PARENT-ACCTKEY.
           PERFORM 655-WRITE-MEMBERSHIP.

           SET AUDIT-ACTION-CREATE TO TRUE.
           MOVE WS-PARENT-KEY TO AUDIT-ACCTKEY.
           MOVE ZERO          TO AUDIT-BEFORE-CRLIMIT.
           MOVE FAC-LIMIT     TO AUDIT-AFTER-CRLIMIT.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "FACILITY ADDED" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       620-CHANGE-FACILITY.

           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.

           EXEC CICS READ
                FILE('FACFILE')
                INTO(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
                UPDATE
           END-EXEC.

      * ONLY WHAT WAS KEYED CHANGES
           MOVE FAC-LIMIT TO WS-OLD-LIMIT.
           IF FACNAMEL > 0 THEN
                MOVE FACNAMEI TO FAC-NAME
           END-IF.
           IF LIMITL > 0 THEN
                MOVE WS-LIMIT-9 TO FAC-LIMIT
           END-IF.

           EXEC CICS REWRITE
                FILE('FACFILE')
                FROM(FACREC)
                LENGTH(FACREC-LEN)
           END-EXEC.

           SET AUDIT-ACTION-UPDATE TO TRUE.
           MOVE WS-PARENT-KEY TO AUDIT-ACCTKEY.
           MOVE WS-OLD-LIMIT  TO AUDIT-BEFORE-CRLIMIT.
           MOVE FAC-LIMIT     TO AUDIT-AFTER-CRLIMIT.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "FACILITY CHANGED" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       640-DELETE-FACILITY.

           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.

           EXEC CICS READ
                FILE('FACFILE')
                INTO(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
           END-EXEC.

      * A FACILITY STILL CARRYING SUB-ACCOUNTS MAY NOT GO - THEY
      * WOULD BE LEFT DRAWING ON A LIMIT THAT NO LONGER EXISTS
           IF FAC-SUB-COUNT > 0 THEN
                MOVE "FACILITY STILL HAS SUB-ACCOUNTS - REMOVE 1ST"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS DELETE
                FILE('FACFILE')
                RIDFLD(FAC-PARENT-ACCTKEY)
           END-EXEC.

           MOVE WS-PARENT-KEY TO FMBR-ACCTKEY.
           EXEC CICS DELETE
                FILE('FMBRFILE')
                RIDFLD(FMBR-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           SET AUDIT-ACTION-DELETE TO TRUE.
           MOVE WS-PARENT-KEY TO AUDIT-ACCTKEY.
           MOVE FAC-LIMIT     TO AUDIT-BEFORE-CRLIMIT.
           MOVE ZERO          TO AUDIT-AFTER-CRLIMIT.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "FACILITY DELETED - PARENT BACK ON ITS OWN LIMIT"
               TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NG')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA52')
           END-EXEC.

       650-CHECK-ACCOUNT-FREE.

      * THE ACCOUNT IN ACCTKEY MUST BE ON ACCTFILE, STILL OPEN, AND
      * NOT ALREADY DRAWING ON ANY FACILITY
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT NOT ON ACCTFILE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF STAT = 'C' OR STAT = 'Z' OR STAT = 'E' THEN
                MOVE "ACCOUNT IS CLOSED - CANNOT JOIN A FACILITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE ACCTKEY TO FMBR-ACCTKEY.

           EXEC CICS READ
                FILE('FMBRFILE')
                INTO(FMBRREC)
                LENGTH(FMBRREC-LEN)
                RIDFLD(FMBR-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE SPACES TO WS-MESSAGE
                STRING "ACCOUNT ALREADY IN FACILITY "
                    FMBR-PARENT-ACCTCODE "/" FMBR-PARENT-ACCTNO
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

       655-WRITE-MEMBERSHIP.

      * A SECOND TERMINAL ADDING THE SAME ACCOUNT LOSES HERE
           EXEC CICS WRITE
                FILE('FMBRFILE')
                FROM(FMBRREC)
                LENGTH(FMBRREC-LEN)
                RIDFLD(FMBR-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT JUST JOINED ANOTHER FACILITY - RETRY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

       660-ADD-SUB-ACCOUNT.

           MOVE SUBCODEI TO WS-SUB-KEY(1:3).
           MOVE SUBNOI   TO WS-SUB-KEY(4:5).

           IF WS-SUB-KEY = WS-PARENT-KEY THEN
                MOVE "THE PARENT IS ALREADY A MEMBER OF ITS FACILITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.

           EXEC CICS READ
                FILE('FACFILE')
                INTO(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
                UPDATE
           END-EXEC.

           IF FAC-SUB-COUNT NOT < 10 THEN
                MOVE "FACILITY ALREADY HAS TEN SUB-ACCOUNTS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-SUB-KEY TO ACCTKEY.
           PERFORM 650-CHECK-ACCOUNT-FREE.

           MOVE WS-SUB-KEY    TO FMBR-ACCTKEY.
           MOVE WS-PARENT-KEY TO FMBR-PARENT-ACCTKEY.
           PERFORM 655-WRITE-MEMBERSHIP.

           ADD 1 TO FAC-SUB-COUNT.
           MOVE WS-SUB-KEY TO FAC-SUB-ACCTKEY(FAC-SUB-COUNT).

           EXEC CICS REWRITE
                FILE('FACFILE')
                FROM(FACREC)
                LENGTH(FACREC-LEN)
           END-EXEC.

      * THE SUB-ACCOUNT'S JOURNAL ENTRY SHOWS ITS OWN LIMIT GIVING
      * WAY TO THE FACILITY'S
           SET AUDIT-ACTION-CREATE TO TRUE.
           MOVE WS-SUB-KEY TO AUDIT-ACCTKEY.
           MOVE CRLIMIT    TO AUDIT-BEFORE-CRLIMIT.
           MOVE FAC-LIMIT  TO AUDIT-AFTER-CRLIMIT.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "SUB-ACCOUNT ADDED TO FACILITY" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       680-REMOVE-SUB-ACCOUNT.

           MOVE SUBCODEI TO WS-SUB-KEY(1:3).
           MOVE SUBNOI   TO WS-SUB-KEY(4:5).
           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.

           EXEC CICS READ
                FILE('FACFILE')
                INTO(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
                UPDATE
           END-EXEC.

           MOVE ZERO TO WS-SUB-FOUND.
           PERFORM 685-FIND-ONE-SUB
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > FAC-SUB-COUNT
                  OR WS-SUB-FOUND > 0.

           IF WS-SUB-FOUND = 0 THEN
                MOVE "NOT A SUB-ACCOUNT OF THIS FACILITY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 687-CLOSE-ONE-GAP
               VARYING WS-SUB-IDX FROM WS-SUB-FOUND BY 1
               UNTIL WS-SUB-IDX NOT < FAC-SUB-COUNT.
           MOVE SPACES TO FAC-SUB-ACCTKEY(FAC-SUB-COUNT).
           SUBTRACT 1 FROM FAC-SUB-COUNT.

           EXEC CICS REWRITE
                FILE('FACFILE')
                FROM(FACREC)
                LENGTH(FACREC-LEN)
           END-EXEC.

           MOVE WS-SUB-KEY TO FMBR-ACCTKEY.
           EXEC CICS DELETE
                FILE('FMBRFILE')
                RIDFLD(FMBR-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

      * THE ACCOUNT GOES BACK TO ITS OWN CRLIMIT - A MISSING
      * ACCOUNT JOURNALS A ZERO
           MOVE WS-SUB-KEY TO ACCTKEY.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE ZERO TO CRLIMIT
           END-IF.

           SET AUDIT-ACTION-DELETE TO TRUE.
           MOVE WS-SUB-KEY TO AUDIT-ACCTKEY.
           MOVE FAC-LIMIT  TO AUDIT-BEFORE-CRLIMIT.
           MOVE CRLIMIT    TO AUDIT-AFTER-CRLIMIT.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "SUB-ACCOUNT REMOVED - BACK ON ITS OWN LIMIT"
               TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       685-FIND-ONE-SUB.

           IF FAC-SUB-ACCTKEY(WS-SUB-IDX) = WS-SUB-KEY THEN
                MOVE WS-SUB-IDX TO WS-SUB-FOUND
           END-IF.

       687-CLOSE-ONE-GAP.

           MOVE FAC-SUB-ACCTKEY(WS-SUB-IDX + 1)
               TO FAC-SUB-ACCTKEY(WS-SUB-IDX).

       700-SHOW-FACILITY.

           MOVE WS-PARENT-KEY TO FAC-PARENT-ACCTKEY.

           EXEC CICS READ
                FILE('FACFILE')
                INTO(FACREC)
                LENGTH(FACREC-LEN)
                RIDFLD(FAC-PARENT-ACCTKEY)
           END-EXEC.

           MOVE "FACILITY ON FILE" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       720-SHOW-AFTER-CHANGE.

      * THE FACILITY AS IT NOW STANDS - EVERY MEMBER'S BALANCE IS
      * READ FRESH SO THE OPERATOR SEES THE COMBINED POSITION
           MOVE ZERO TO WS-FAC-TOTAL-BAL.
           MOVE SPACES TO WS-SUB-LINES.
           MOVE FAC-PARENT-ACCTKEY TO WS-MEMBER-KEY.
           PERFORM 730-ADD-MEMBER-BALANCE.
           PERFORM 725-SHOW-ONE-SUB
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > FAC-SUB-COUNT
                  OR WS-SUB-IDX > 10.

           COMPUTE WS-FAC-AVAIL = FAC-LIMIT - WS-FAC-TOTAL-BAL.
           MOVE FAC-NAME         TO WS-SL-NAME.
           MOVE FAC-LIMIT        TO WS-SL-LIMIT.
           MOVE WS-FAC-TOTAL-BAL TO WS-SL-BALANCE.
           MOVE WS-FAC-AVAIL     TO WS-SL-AVAIL.

           MOVE LOW-VALUES TO MAP1O.
           MOVE FAC-PARENT-ACCTCODE TO PACODEO.
           MOVE FAC-PARENT-ACCTNO   TO PANOO.
           MOVE FAC-NAME            TO FACNAMEO.
           MOVE WS-SUMMARY-LINE     TO LINE1O.
           IF FAC-SUB-COUNT = 0 THEN
                MOVE "SUB-ACCOUNTS: (NONE YET)" TO LINE2O
           ELSE
                MOVE WS-SUB-LINE-1 TO LINE2O
                MOVE WS-SUB-LINE-2 TO LINE3O
           END-IF.
           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NG')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA52')
           END-EXEC.

       725-SHOW-ONE-SUB.

           MOVE FAC-SUB-ACCTCODE(WS-SUB-IDX)
               TO WS-SS-ACCTCODE(WS-SUB-IDX).
           MOVE '/' TO WS-SS-SLASH(WS-SUB-IDX).
           MOVE FAC-SUB-ACCTNO(WS-SUB-IDX)
               TO WS-SS-ACCTNO(WS-SUB-IDX).
           MOVE FAC-SUB-ACCTKEY(WS-SUB-IDX) TO WS-MEMBER-KEY.
           PERFORM 730-ADD-MEMBER-BALANCE.

       730-ADD-MEMBER-BALANCE.

      * A MEMBER GONE FROM ACCTFILE OWES NOTHING
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(WS-MEMBER-ACCT)
                LENGTH(ACCTREC-LEN)
                RIDFLD(WS-MEMBER-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                ADD WS-MEMBER-CURBAL TO WS-FAC-TOTAL-BAL
           END-IF.

       750-JOURNAL-CHANGE.

      * EVERY CHANGE TO A FACILITY GOES TO THE AUDIT JOURNAL - THE
      * CALLER HAS SET THE ACTION, THE ACCOUNT AND THE LIMIT IN
      * FORCE BEFORE AND AFTER
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
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHG.
