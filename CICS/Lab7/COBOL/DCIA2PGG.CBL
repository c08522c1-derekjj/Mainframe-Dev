      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

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

      * TRANFILE IS KEYED ACCOUNT, DATE, SEQUENCE - ASCENDING - SO
      * THE SCREEN'S NEWEST-FIRST PAGES ARE CUT FROM A FORWARD
       01 WS-NET-MOVEMENT   PIC S9(7)V99 VALUE ZERO.
       01 WS-RUN-BALANCE    PIC S9(7)V99 VALUE ZERO.

      * A WRITTEN-OFF ACCOUNT'S CURBAL STAYS AT ZERO - A CREDIT DATED
      * AFTER THE WRITE-OFF IS A RECOVERY, KEPT ON THE CHARGE-OFF
      * RECORD INSTEAD, SO IT IS LISTED BUT MOVES NEITHER PASS. AN
      * UNAVAILABLE CHARGE-OFF FILE COUNTS AS NOTHING CHARGED OFF.
      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.
       01 WS-CHGO-SW        PIC X VALUE 'N'.
            88 WS-CHARGED-OFF    VALUE 'Y'.
       01 WS-CHGO-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-RECOVERY-SW    PIC X VALUE 'N'.
            88 WS-IS-RECOVERY    VALUE 'Y'.

       01 WS-DETAIL-LINE.
            05 WS-DL-DATE         PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-DESC         PIC X(20).
            05 FILLER             PIC X(5) VALUE ' BAL='.
            05 WS-DL-BALANCE      PIC -999999.99.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-NOTE         PIC X(8).

       01 WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 8 TIMES.
       01 WS-LINE-COUNT     PIC 9 VALUE 0.
       01 WS-SHIFT-IDX      PIC 9 VALUE 0.

      * EACH SCREEN LINE CARRIES ITS NUMBER SO THE OPERATOR CAN
      * SELECT A POSTING TO DISPUTE BY KEYING ITS NUMBER IN PICK
       01 WS-SCREEN-LINE.
            05 WS-SL-NO           PIC 9.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-TEXT         PIC X(76).
       01 WS-SCREEN-IDX     PIC 9 VALUE 0.
       01 WS-WINDOW-IDX     PIC 9 VALUE 0.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
                        VALUE 3.

      * THE ACCOUNT AND PAGE BOUND CARRIED ACROSS ENTRIES SO PF8
      * KNOWS WHERE THE LAST PAGE ENDED, PLUS THE POSTING KEY BEHIND
      * EACH LINE ON SCREEN SO PF5 KNOWS WHICH ONE WAS PICKED
       01 WS-PAGE-COMMAREA.
            05 WS-PC-SOURCE       PIC X(3) VALUE 'TRB'.
            05 WS-PC-ACCTKEY      PIC X(8).
            05 WS-PC-BOUND.
                 10 WS-PC-DATE    PIC 9(8).
                 10 WS-PC-SEQ     PIC 9(3).
            05 WS-PC-LINE-KEY OCCURS 8 TIMES.
                 10 WS-PC-LINE-DATE PIC 9(8).
                 10 WS-PC-LINE-SEQ  PIC 9(3).
       01 WS-PAGE-LEN       PIC S9(4) COMP
                        VALUE 110.

      * THE DISPUTED POSTING'S KEY HANDED TO THE IA50 DISPUTE
      * SCREEN, WHICH OPENS ALREADY POSITIONED ON IT
       01 WS-DISPUTE-COMMAREA.
            05 WS-DC-SOURCE       PIC X(3) VALUE 'DSP'.
            05 WS-DC-TRAN-KEY.
                 10 WS-DC-ACCTKEY PIC X(8).
                 10 WS-DC-DATE    PIC 9(8).
                 10 WS-DC-SEQ     PIC 9(3).
       01 WS-DISPUTE-LEN    PIC S9(4) COMP
                        VALUE 22.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(110).

       PROCEDURE DIVISION.

           END-EXEC.

      * PF8 PAGES BACKWARD THROUGH THE POSTINGS ALREADY IDENTIFIED
      * BY THE COMMAREA, PF5 OPENS A DISPUTE ON THE LINE KEYED IN
      * PICK - ANYTHING ELSE RUNS THE KEYED ENTRY FRESH
           EXEC CICS HANDLE AID
                PF5(160-DISPUTE-POSTING)
                PF8(150-OLDER-PAGE)
                PF9(999-EXIT)
           END-EXEC.
       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY ACCOUNT - PF8 OLDER, PICK + PF5 DISPUTES"
               TO MSGO.

           EXEC CICS SEND
       150-OLDER-PAGE.

      * NO CARRIED PAGE MEANS PF8 BEFORE ANY ACCOUNT WAS KEYED
           IF EIBCALEN NOT = 110 OR DFHCOMMAREA(1:3) NOT = 'TRB' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA(20:3) TO WS-BOUND-SEQ.
           GO TO 600-BROWSE-HISTORY.

       160-DISPUTE-POSTING.

      * THE LINE PICKED MUST BE ONE OF THE POSTINGS NOW ON SCREEN -
      * THEIR KEYS RIDE THE COMMAREA FROM THE LAST PAGE SENT
           IF EIBCALEN NOT = 110 OR DFHCOMMAREA(1:3) NOT = 'TRB' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-PAGE-COMMAREA.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2MG')
           END-EXEC.

           IF PICKL = 0 OR PICKI IS NOT NUMERIC OR PICKI = "0"
               OR PICKI = "9" THEN
                MOVE "KEY THE LINE NUMBER (1-8) IN PICK, THEN PF5"
                    TO WS-MESSAGE
                GO TO 510-REPORT-PICK-ERROR
           END-IF.

           MOVE PICKI TO WS-SCREEN-IDX.
           IF WS-PC-LINE-DATE(WS-SCREEN-IDX) = ZERO THEN
                MOVE "NO POSTING ON THAT LINE" TO WS-MESSAGE
                GO TO 510-REPORT-PICK-ERROR
           END-IF.

           MOVE WS-PC-ACCTKEY TO WS-DC-ACCTKEY.
           MOVE WS-PC-LINE-DATE(WS-SCREEN-IDX) TO WS-DC-DATE.
           MOVE WS-PC-LINE-SEQ(WS-SCREEN-IDX)  TO WS-DC-SEQ.

           EXEC CICS XCTL
                PROGRAM('DCIA2PHE')
                COMMAREA(WS-DISPUTE-COMMAREA)
                LENGTH(WS-DISPUTE-LEN)
           END-EXEC.

       200-MAIN-LOGIC.

      * IMPLEMENT VALIDATION LOGIC, SAME KEY RULES AS ACCOUNT UPDATE
                GO TO 600-BROWSE-HISTORY
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
                TRANSID('IA40')
           END-EXEC.

      * A BAD PICK LEAVES THE PAGE ON SCREEN - CARRY ITS KEYS BACK
      * SO THE OPERATOR CAN PICK AGAIN OR KEEP PAGING
       510-REPORT-PICK-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2MG')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA40')
                COMMAREA(WS-PAGE-COMMAREA)
                LENGTH(WS-PAGE-LEN)
           END-EXEC.

       600-BROWSE-HISTORY.

      * THE ACCOUNT'S BRANCH MUST SIT INSIDE THE OPERATOR'S OWN
      * BRANCH SCOPE - AN ATTEMPT OUTSIDE IT IS LOGGED AND REFUSED
           MOVE WS-WANTED-ACCTKEY(1:3) TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE CLOSING BALANCE ANCHORS THE RUNNING FIGURES - NOTFND IS
      * TRAPPED BY THE HANDLE CONDITION ABOVE
           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.
                RIDFLD(ACCTKEY)
           END-EXEC.

           PERFORM 605-CHECK-CHARGE-OFF.

      * PASS ONE - TOTAL THE ACCOUNT'S NET MOVEMENT SO THE OPENING
      * BALANCE CAN BE BACKED OUT OF THE CLOSING ONE
           MOVE ZERO TO WS-NET-MOVEMENT.

           GO TO 700-SHOW-RESULTS.

       605-CHECK-CHARGE-OFF.

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

       610-START-ACCOUNT-BROWSE.

           MOVE WS-WANTED-ACCTKEY TO TRAN-ACCTKEY.
           IF TRAN-ACCTKEY NOT = WS-WANTED-ACCTKEY THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
                PERFORM 625-CHECK-RECOVERY
                IF TRAN-TYPE-DEBIT THEN
                     ADD TRAN-AMOUNT TO WS-NET-MOVEMENT
                ELSE
                IF NOT WS-IS-RECOVERY THEN
                     SUBTRACT TRAN-AMOUNT FROM WS-NET-MOVEMENT
                END-IF
                END-IF
           END-IF
           END-IF.

       625-CHECK-RECOVERY.

      * ONLY A CREDIT DATED AFTER THE WRITE-OFF IS A RECOVERY -
      * ANYTHING ON OR BEFORE THAT DAY WAS PART OF THE BALANCE THE
      * CHARGE-OFF RUN TOOK OFF THE BOOKS
           MOVE 'N' TO WS-RECOVERY-SW.
           IF WS-CHARGED-OFF AND TRAN-TYPE-CREDIT
               AND TRAN-DATE > CHGO-DATE THEN
                MOVE 'Y' TO WS-RECOVERY-SW
           END-IF.

       630-WINDOW-NEXT-TRAN.

           EXEC CICS READNEXT
           IF TRAN-ACCTKEY NOT = WS-WANTED-ACCTKEY THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
                PERFORM 625-CHECK-RECOVERY
                IF TRAN-TYPE-DEBIT THEN
                     ADD TRAN-AMOUNT TO WS-RUN-BALANCE
                ELSE
                IF NOT WS-IS-RECOVERY THEN
                     SUBTRACT TRAN-AMOUNT FROM WS-RUN-BALANCE
                END-IF
                END-IF
                IF TRAN-DATE < WS-BOUND-DATE
                    OR (TRAN-DATE = WS-BOUND-DATE
                        AND TRAN-SEQ < WS-BOUND-SEQ) THEN
           MOVE TRAN-USERID    TO WS-DL-USERID.
           MOVE TRAN-DESC      TO WS-DL-DESC.
           MOVE WS-RUN-BALANCE TO WS-DL-BALANCE.
           IF WS-IS-RECOVERY THEN
                MOVE "RECOVERY" TO WS-DL-NOTE
           ELSE
                MOVE SPACES TO WS-DL-NOTE
           END-IF.

           MOVE WS-DETAIL-LINE TO WS-LE-TEXT(WS-LINE-COUNT).
           MOVE TRAN-DATE      TO WS-LE-DATE(WS-LINE-COUNT).
           END-IF.

      * THE WINDOW IS OLDEST-TO-NEWEST, THE SCREEN READS NEWEST-FIRST
      * - EACH LINE'S POSTING KEY IS KEPT IN THE SAME SCREEN ORDER
           MOVE WS-WANTED-ACCTKEY TO WS-PC-ACCTKEY.
           PERFORM 710-KEEP-LINE-KEY
                VARYING WS-SCREEN-IDX FROM 1 BY 1
                UNTIL WS-SCREEN-IDX > 8.

           IF WS-LINE-COUNT > 0 THEN
                MOVE 1 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE1O
           END-IF.
           IF WS-LINE-COUNT > 1 THEN
                MOVE 2 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE2O
           END-IF.
           IF WS-LINE-COUNT > 2 THEN
                MOVE 3 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE3O
           END-IF.
           IF WS-LINE-COUNT > 3 THEN
                MOVE 4 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE4O
           END-IF.
           IF WS-LINE-COUNT > 4 THEN
                MOVE 5 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE5O
           END-IF.
           IF WS-LINE-COUNT > 5 THEN
                MOVE 6 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE6O
           END-IF.
           IF WS-LINE-COUNT > 6 THEN
                MOVE 7 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE7O
           END-IF.
           IF WS-LINE-COUNT > 7 THEN
                MOVE 8 TO WS-SCREEN-IDX
                PERFORM 720-BUILD-SCREEN-LINE
                MOVE WS-SCREEN-LINE TO LINE8O
           END-IF.

      * THE NEXT PF8 PAGES TO POSTINGS OLDER THAN THE OLDEST LINE
      * NOW ON SCREEN - AN EMPTY PAGE LEAVES THE BOUND WHERE IT WAS
           IF WS-LINE-COUNT > 0 THEN
                MOVE WS-LE-DATE(1) TO WS-PC-DATE
                MOVE WS-LE-SEQ(1)  TO WS-PC-SEQ
                LENGTH(WS-PAGE-LEN)
           END-EXEC.

       710-KEEP-LINE-KEY.

           IF WS-SCREEN-IDX > WS-LINE-COUNT THEN
                MOVE ZERO TO WS-PC-LINE-DATE(WS-SCREEN-IDX)
                MOVE ZERO TO WS-PC-LINE-SEQ(WS-SCREEN-IDX)
           ELSE
                COMPUTE WS-WINDOW-IDX =
                    WS-LINE-COUNT - WS-SCREEN-IDX + 1
                MOVE WS-LE-DATE(WS-WINDOW-IDX)
                    TO WS-PC-LINE-DATE(WS-SCREEN-IDX)
                MOVE WS-LE-SEQ(WS-WINDOW-IDX)
                    TO WS-PC-LINE-SEQ(WS-SCREEN-IDX)
           END-IF.

       720-BUILD-SCREEN-LINE.

           COMPUTE WS-WINDOW-IDX = WS-LINE-COUNT - WS-SCREEN-IDX + 1.
           MOVE WS-SCREEN-IDX TO WS-SL-NO.
           MOVE WS-LE-TEXT(WS-WINDOW-IDX) TO WS-SL-TEXT.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
