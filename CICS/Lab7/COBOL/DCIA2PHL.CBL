       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHL.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY RETURNED-MAIL MAP LAYOUT
       COPY 'DCIA2NL'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * COPY CONTACT-METHODS RECORD LAYOUT
       COPY 'CNCTREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

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
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-TODAY          PIC 9(8) VALUE ZERO.
      * THE KEYED ACCOUNT, SAVED BEFORE THE MAP IS CLEARED FOR SENDING
       01 WS-WANTED-ACCTKEY PIC X(8) VALUE SPACES.

      * DISPLAY LINES FOR THE FLAG AND THE OTHER WAYS TO REACH THE
      * CUSTOMER - THE MAP ONLY HAS FREE-TEXT LINES FOR THEM
       01 WS-FLAG-LINE.
            05 FILLER             PIC X(25)
                VALUE 'RETURNED MAIL - FLAGGED '.
            05 WS-FL-DATE         PIC 9(8).
            05 FILLER             PIC X(6) VALUE ' FROM '.
            05 WS-FL-SOURCE       PIC X(6).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-FL-USERID       PIC X(8).
       01 WS-CLEARED-LINE.
            05 FILLER             PIC X(25)
                VALUE 'RETURNED MAIL - CLEARED '.
            05 WS-CL-DATE         PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-CL-USERID       PIC X(8).
       01 WS-RETURN-LINE.
            05 FILLER             PIC X(16) VALUE 'LAST ITEM BACK: '.
            05 WS-RL-ITEM         PIC X(9).
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-RL-DATE         PIC 9(8).
            05 FILLER             PIC X(17)
                VALUE '   TIMES RETURNED'.
            05 FILLER             PIC X(2) VALUE ': '.
            05 WS-RL-COUNT        PIC ZZ9.
       01 WS-ADDR-LINE.
            05 WS-AL-LABEL        PIC X(17).
            05 WS-AL-ADDR         PIC X(20).
       01 WS-PHONE-LINE.
            05 FILLER             PIC X(8) VALUE 'PHONE: '.
            05 WS-PL-PHONE        PIC X(12).
            05 FILLER             PIC X(14) VALUE '    PREFERS: '.
            05 WS-PL-PREFERRED    PIC X(6).
       01 WS-EMAIL-LINE.
            05 FILLER             PIC X(8) VALUE 'E-MAIL: '.
            05 WS-EL-EMAIL        PIC X(30).

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
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NL')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "ACTION F FLAGS RETURNED MAIL, C CLEARS, BLANK VIEWS"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NL')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA57')
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

       200-MAIN-LOGIC.

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
           IF ACTIONL = 0 OR ACTIONI = SPACE THEN
                GO TO 700-VIEW-FLAG
           ELSE
           IF ACTIONI NOT = "F" AND ACTIONI NOT = "C" THEN
                MOVE "ACTION MUST BE F (FLAG), C (CLEAR) OR BLANK"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "F" AND ITEML > 0
               AND ITEMI NOT = "L" AND ITEMI NOT = "S"
               AND ITEMI NOT = "O" THEN
                MOVE "ITEM MUST BE L (LETTER), S (STATEMENT) OR O"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * FLAGGING OR CLEARING IS FOR AN OPERATOR WHOSE SCOPE TAKES IN
      * THE ACCOUNT'S BRANCH
           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF ACTIONI = "F" THEN
                GO TO 600-FLAG-ACCOUNT
           ELSE
                GO TO 650-CLEAR-FLAG
           END-IF.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NL')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA57')
           END-EXEC.

       600-FLAG-ACCOUNT.

      * A FLAG ON AN ACCOUNT THAT DOES NOT EXIST HOLDS NOTHING -
      * STOP THEM HERE
           MOVE ACCTCODEI TO ACCTCODE.
           MOVE ACCTNOI   TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT NOT ON ACCTFILE - NOTHING FLAGGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 690-GET-TODAY.

           MOVE ACCTKEY TO RTML-ACCTKEY.

      * ONE FLAG RECORD PER ACCOUNT - A SECOND ITEM BACK WHILE THE
      * FLAG IS ON IS COUNTED AGAINST THE SAME FLAG, AND A CLEARED
      * RECORD IS SIMPLY SWITCHED BACK ON
           EXEC CICS READ
                FILE('RTMLFILE')
                INTO(RTMLREC)
                LENGTH(RTMLREC-LEN)
                RIDFLD(RTML-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF RTML-FLAGGED THEN
                     MOVE "ALREADY FLAGGED - THIS RETURN ADDED TO IT"
                         TO WS-MESSAGE
                ELSE
                     PERFORM 670-START-FLAG
                     MOVE "RETURNED MAIL FLAGGED - OUTPUT NOW HELD"
                         TO WS-MESSAGE
                END-IF
                PERFORM 680-COUNT-RETURN
                EXEC CICS REWRITE
                     FILE('RTMLFILE')
                     FROM(RTMLREC)
                     LENGTH(RTMLREC-LEN)
                END-EXEC
           ELSE
                MOVE SPACES TO RTMLREC
                MOVE ACCTKEY TO RTML-ACCTKEY
                MOVE ZERO TO RTML-RETURN-COUNT
                PERFORM 670-START-FLAG
                PERFORM 680-COUNT-RETURN
                EXEC CICS WRITE
                     FILE('RTMLFILE')
                     FROM(RTMLREC)
                     LENGTH(RTMLREC-LEN)
                     RIDFLD(RTML-ACCTKEY)
                END-EXEC
                MOVE "RETURNED MAIL FLAGGED - OUTPUT NOW HELD"
                    TO WS-MESSAGE
           END-IF.

           GO TO 700-VIEW-FLAG.

       650-CLEAR-FLAG.

      * THE USUAL WAY OUT IS AN ADDRESS CHANGE ON IA23, WHICH
      * CLEARS THE FLAG ITSELF - THIS IS FOR A FLAG SET IN ERROR
      * OR AN ADDRESS CONFIRMED UNCHANGED WITH THE CUSTOMER
           MOVE ACCTCODEI TO RTML-ACCTCODE.
           MOVE ACCTNOI   TO RTML-ACCTNO.

           EXEC CICS READ
                FILE('RTMLFILE')
                INTO(RTMLREC)
                LENGTH(RTMLREC-LEN)
                RIDFLD(RTML-ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "ACCOUNT IS NOT FLAGGED FOR RETURNED MAIL"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF NOT RTML-FLAGGED THEN
                EXEC CICS UNLOCK
                     FILE('RTMLFILE')
                END-EXEC
                MOVE "ACCOUNT IS NOT FLAGGED FOR RETURNED MAIL"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 690-GET-TODAY.

           SET RTML-CLEARED TO TRUE.
           MOVE WS-TODAY TO RTML-CLEAR-DATE.
           MOVE EIBUSER  TO RTML-CLEAR-USERID.

           EXEC CICS REWRITE
                FILE('RTMLFILE')
                FROM(RTMLREC)
                LENGTH(RTMLREC-LEN)
           END-EXEC.

           MOVE "FLAG CLEARED - HELD LETTERS GO ON THE NEXT LETTER RUN"
               TO WS-MESSAGE.

           GO TO 700-VIEW-FLAG.

       670-START-FLAG.

           SET RTML-FLAGGED TO TRUE.
           SET RTML-FROM-SCREEN TO TRUE.
           MOVE WS-TODAY TO RTML-FLAG-DATE.
           MOVE EIBUSER  TO RTML-USERID.
           MOVE ZERO     TO RTML-CLEAR-DATE.
           MOVE SPACES   TO RTML-CLEAR-USERID.

       680-COUNT-RETURN.

           IF ITEML > 0 THEN
                MOVE ITEMI TO RTML-ITEM-TYPE
           ELSE
                SET RTML-ITEM-OTHER TO TRUE
           END-IF.
           MOVE WS-TODAY TO RTML-LAST-RETURN-DATE.
           IF RTML-RETURN-COUNT IS NOT NUMERIC THEN
                MOVE ZERO TO RTML-RETURN-COUNT
           END-IF.
           IF RTML-RETURN-COUNT < 999 THEN
                ADD 1 TO RTML-RETURN-COUNT
           END-IF.

       690-GET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

       700-VIEW-FLAG.

      * THE FLAG, THE ADDRESS THE MAIL CAME BACK FROM, AND EVERY
      * OTHER WAY WE HAVE OF REACHING THE CUSTOMER
           MOVE ACCTCODEI TO WS-WANTED-ACCTKEY(1:3).
           MOVE ACCTNOI   TO WS-WANTED-ACCTKEY(4:5).
           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-WANTED-ACCTKEY(1:3) TO ACCTCODEO.
           MOVE WS-WANTED-ACCTKEY(4:5) TO ACCTNOO.

           MOVE WS-WANTED-ACCTKEY TO RTML-ACCTKEY.

           EXEC CICS READ
                FILE('RTMLFILE')
                INTO(RTMLREC)
                LENGTH(RTMLREC-LEN)
                RIDFLD(RTML-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO RETURNED MAIL ON FILE FOR THIS ACCOUNT"
                    TO LINE1O
           ELSE
                PERFORM 710-SHOW-FLAG
           END-IF.

           MOVE WS-WANTED-ACCTKEY TO ACCTKEY.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE "ADDRESS ON FILE: " TO WS-AL-LABEL
                MOVE ADDR1 TO WS-AL-ADDR
                MOVE WS-ADDR-LINE TO LINE3O
                MOVE SPACES TO WS-AL-LABEL
                MOVE ADDR2 TO WS-AL-ADDR
                MOVE WS-ADDR-LINE TO LINE4O
           ELSE
                MOVE "ACCOUNT NOT ON ACCTFILE" TO LINE3O
           END-IF.

           PERFORM 720-SHOW-CONTACT.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
                MOVE SPACES TO WS-MESSAGE
           ELSE
                MOVE "F FLAGS, C CLEARS - AN IA23 ADDRESS CHANGE CLEARS"
                    TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NL')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA57')
           END-EXEC.

       710-SHOW-FLAG.

           IF RTML-FLAGGED THEN
                MOVE RTML-FLAG-DATE TO WS-FL-DATE
                IF RTML-FROM-BATCH THEN
                     MOVE "BATCH" TO WS-FL-SOURCE
                ELSE
                     MOVE "SCREEN" TO WS-FL-SOURCE
                END-IF
                MOVE RTML-USERID TO WS-FL-USERID
                MOVE WS-FLAG-LINE TO LINE1O
           ELSE
                MOVE RTML-CLEAR-DATE TO WS-CL-DATE
                MOVE RTML-CLEAR-USERID TO WS-CL-USERID
                MOVE WS-CLEARED-LINE TO LINE1O
           END-IF.

           IF RTML-ITEM-LETTER THEN
                MOVE "LETTER" TO WS-RL-ITEM
           ELSE
           IF RTML-ITEM-STATEMENT THEN
                MOVE "STATEMENT" TO WS-RL-ITEM
           ELSE
                MOVE "OTHER" TO WS-RL-ITEM
           END-IF
           END-IF.
           MOVE RTML-LAST-RETURN-DATE TO WS-RL-DATE.
           MOVE RTML-RETURN-COUNT TO WS-RL-COUNT.
           MOVE WS-RETURN-LINE TO LINE2O.

       720-SHOW-CONTACT.

           MOVE WS-WANTED-ACCTKEY TO CNCT-ACCTKEY.

           EXEC CICS READ
                FILE('CNCTFILE')
                INTO(CNCTREC)
                LENGTH(CNCTREC-LEN)
                RIDFLD(CNCT-ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO PHONE OR E-MAIL ON FILE - RECORD THEM ON IA47"
                    TO LINE5O
           ELSE
                MOVE CNCT-PHONE TO WS-PL-PHONE
                IF CNCT-PREFERS-PHONE THEN
                     MOVE "PHONE" TO WS-PL-PREFERRED
                ELSE
                IF CNCT-PREFERS-EMAIL THEN
                     MOVE "E-MAIL" TO WS-PL-PREFERRED
                ELSE
                     MOVE "LETTER" TO WS-PL-PREFERRED
                END-IF
                END-IF
                MOVE WS-PHONE-LINE TO LINE5O
                MOVE CNCT-EMAIL TO WS-EL-EMAIL
                MOVE WS-EMAIL-LINE TO LINE6O
           END-IF.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHL.
