       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHM.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY LEGAL-EVENT MAP LAYOUT
       COPY 'DCIA2NM'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

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
       01 WS-TODAY          PIC 9(8) VALUE ZERO.

      * OPENING AN EVENT NEEDS THE UPDATE FLAG. CLOSING ONE LIFTS
      * THE HOLD AND LETS DEBITS AND COLLECTIONS RESUME, SO IT NEEDS
      * THE APPROVE FLAG. A SECFILE THAT IS ITSELF UNAVAILABLE DOES
      * NOT LOCK THE SCREEN OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * THE EVENT IS KEYED TO AN ACCOUNT OR TO A CUSTOMER - WHICHEVER
      * WAS KEYED ON THE SCREEN, NEVER BOTH
       01 WS-SUBJECT-KEY.
            05 WS-SK-TYPE         PIC X.
            05 WS-SK-ID           PIC X(8).

      * DISPLAY LINES FOR THE EVENT - THE MAP ONLY HAS FREE-TEXT
      * LINES FOR THEM
       01 WS-EVENT-LINE.
            05 WS-EV-TYPE         PIC X(10).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-EV-STATUS       PIC X(6).
            05 FILLER             PIC X(7) VALUE ' SINCE '.
            05 WS-EV-DATE         PIC 9(8).
            05 FILLER             PIC X(6) VALUE ' CASE '.
            05 WS-EV-CASE-REF     PIC X(20).
       01 WS-CONTACT-LINE.
            05 WS-CT-LABEL        PIC X(9).
            05 WS-CT-NAME         PIC X(30).
            05 FILLER             PIC X(5) VALUE ' TEL '.
            05 WS-CT-PHONE        PIC X(12).
       01 WS-HISTORY-LINE.
            05 FILLER             PIC X(7) VALUE 'OPENED '.
            05 WS-HL-OPEN-DATE    PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-HL-OPEN-USERID  PIC X(8).
            05 WS-HL-CLOSED.
                 10 FILLER        PIC X(10) VALUE '   CLOSED '.
                 10 WS-HL-CLOSE-DATE  PIC 9(8).
                 10 FILLER        PIC X(4) VALUE ' BY '.
                 10 WS-HL-CLOSE-USERID PIC X(8).
       01 WS-NAME-LINE.
            05 WS-NM-LABEL        PIC X(10).
            05 WS-NM-FNAME        PIC X(15).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-NM-SNAME        PIC X(15).

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
                MAPSET('DCIA2NM')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "KEY AN ACCOUNT OR A CUSTOMER - O OPENS, C CLOSES"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NM')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA58')
           END-EXEC.

       180-CHECK-OPEN-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE UPDATE FLAG
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

       181-CHECK-CLOSE-AUTH.

      * LOOK THE SIGNED-ON OPERATOR UP ON THE AUTHORITY FILE AND
      * CHECK THE APPROVER FLAG
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
               AND NOT SEC-ALLOWS-APPROVE THEN
                MOVE 'N' TO WS-AUTH-SW
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
      * SAME AUDIT JOURNAL AS EVERYTHING ELSE, ACTION 'N'. A
      * CUSTOMER NUMBER STANDS IN FOR AN ACCOUNT
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
           MOVE WS-SK-ID TO AUDIT-CTL-RECORD-ID.
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
      * FOR AN ACCOUNT, SIX DIGITS FOR A CUSTOMER

           IF ACCTNOI = "XXXXX" THEN
                GO TO 999-EXIT
           ELSE
           IF CUSTNOL > 0 AND (ACCTNOL > 0 OR ACCTCODEL > 0) THEN
                MOVE "KEY AN ACCOUNT OR A CUSTOMER NUMBER, NOT BOTH"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL = 0 AND ACCTNOL = 0 THEN
                MOVE "KEY AN ACCOUNT OR A CUSTOMER NUMBER"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL > 0 AND CUSTNOL < 6 THEN
                MOVE "CUSTOMER NUMBERS MUST BE 6 NUMBERS LONG"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL > 0 AND CUSTNOI IS NOT NUMERIC THEN
                MOVE "CUSTOMER NUMBERS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL = 0 AND ACCTNOL < 5 THEN
                MOVE "ACCOUNT NUMBERS MUST BE 5 NUMBERS LONG"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL = 0 AND ACCTNOI IS NOT NUMERIC THEN
                MOVE "ACCOUNT NUMBERS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CUSTNOL = 0 AND ACCTCODEL = 0 THEN
                MOVE "ORIGINATING BRANCH CODE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF CUSTNOL > 0 THEN
                MOVE 'C' TO WS-SK-TYPE
                MOVE SPACES TO WS-SK-ID
                MOVE CUSTNOI TO WS-SK-ID(1:6)
           ELSE
                MOVE 'A' TO WS-SK-TYPE
                MOVE ACCTCODEI TO WS-SK-ID(1:3)
                MOVE ACCTNOI   TO WS-SK-ID(4:5)
           END-IF.

           IF ACTIONL = 0 OR ACTIONI = SPACE THEN
                GO TO 700-VIEW-EVENT
           ELSE
           IF ACTIONI NOT = "O" AND ACTIONI NOT = "C" THEN
                MOVE "ACTION MUST BE O (OPEN), C (CLOSE) OR BLANK"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "C" THEN
                GO TO 650-CLOSE-EVENT
           ELSE
           IF EVTYPEL = 0
               OR (EVTYPEI NOT = "B" AND EVTYPEI NOT = "D") THEN
                MOVE "EVENT TYPE MUST BE B (BANKRUPTCY) OR D (DECEASED)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF NOTIFDTL < 8 OR NOTIFDTI IS NOT NUMERIC THEN
                MOVE "NOTIFICATION DATE MUST BE YYYYMMDD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CASEREFL = 0 THEN
                MOVE "CASE OR PROBATE REFERENCE REQUIRED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF CONTACTL = 0 THEN
                MOVE "TRUSTEE OR ESTATE CONTACT REQUIRED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                GO TO 600-OPEN-EVENT
           END-IF.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA58')
           END-EXEC.

       600-OPEN-EVENT.

           PERFORM 180-CHECK-OPEN-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO OPEN A LEGAL EVENT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * AN ACCOUNT EVENT IS FOR AN OPERATOR WHOSE SCOPE TAKES IN THE
      * ACCOUNT'S BRANCH. A CUSTOMER BELONGS TO NO ONE BRANCH
           IF WS-SK-TYPE = 'A' THEN
                MOVE WS-SK-ID(1:3) TO WS-SCOPE-BRANCH
                PERFORM 182-CHECK-BRANCH-SCOPE
                IF WS-SCOPE-DENIED THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * AN EVENT ON AN ACCOUNT OR CUSTOMER THAT DOES NOT EXIST HOLDS
      * NOTHING - STOP THEM HERE
           IF WS-SK-TYPE = 'C' THEN
                MOVE CUSTNOI TO CUST-NUMBER
                EXEC CICS READ
                     FILE('CUSTFILE')
                     INTO(CUSTREC)
                     LENGTH(CUSTREC-LEN)
                     RIDFLD(CUST-NUMBER)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE "CUSTOMER NOT ON CUSTFILE - NOTHING OPENED"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           ELSE
                MOVE WS-SK-ID TO ACCTKEY
                EXEC CICS READ
                     FILE('ACCTFILE')
                     INTO(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                     RIDFLD(ACCTKEY)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE "ACCOUNT NOT ON ACCTFILE - NOTHING OPENED"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           PERFORM 690-GET-TODAY.

           IF NOTIFDTI > WS-TODAY THEN
                MOVE "NOTIFICATION DATE CANNOT BE IN THE FUTURE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * ONE EVENT RECORD PER SUBJECT - A CLOSED RECORD IS REUSED FOR
      * THE NEXT EVENT, AN OPEN ONE MUST BE CLOSED FIRST
           MOVE WS-SUBJECT-KEY TO LGL-KEY.

           EXEC CICS READ
                FILE('LGLFILE')
                INTO(LGLREC)
                LENGTH(LGLREC-LEN)
                RIDFLD(LGL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF LGL-OPEN THEN
                     EXEC CICS UNLOCK
                          FILE('LGLFILE')
                     END-EXEC
                     MOVE "AN EVENT IS ALREADY OPEN - CLOSE IT FIRST"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                PERFORM 670-START-EVENT
                EXEC CICS REWRITE
                     FILE('LGLFILE')
                     FROM(LGLREC)
                     LENGTH(LGLREC-LEN)
                END-EXEC
           ELSE
                MOVE SPACES TO LGLREC
                MOVE WS-SUBJECT-KEY TO LGL-KEY
                PERFORM 670-START-EVENT
                EXEC CICS WRITE
                     FILE('LGLFILE')
                     FROM(LGLREC)
                     LENGTH(LGLREC-LEN)
                     RIDFLD(LGL-KEY)
                END-EXEC
           END-IF.

           MOVE "LEGAL HOLD OPEN - DEBITS AND COLLECTIONS STOPPED"
               TO WS-MESSAGE.

           GO TO 700-VIEW-EVENT.

       650-CLOSE-EVENT.

           PERFORM 181-CHECK-CLOSE-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "CLOSING A LEGAL EVENT NEEDS SUPERVISOR APPROVAL"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * AN ACCOUNT EVENT IS FOR AN OPERATOR WHOSE SCOPE TAKES IN THE
      * ACCOUNT'S BRANCH. A CUSTOMER BELONGS TO NO ONE BRANCH
           IF WS-SK-TYPE = 'A' THEN
                MOVE WS-SK-ID(1:3) TO WS-SCOPE-BRANCH
                PERFORM 182-CHECK-BRANCH-SCOPE
                IF WS-SCOPE-DENIED THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           MOVE WS-SUBJECT-KEY TO LGL-KEY.

           EXEC CICS READ
                FILE('LGLFILE')
                INTO(LGLREC)
                LENGTH(LGLREC-LEN)
                RIDFLD(LGL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO OPEN LEGAL EVENT ON THIS SUBJECT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF NOT LGL-OPEN THEN
                EXEC CICS UNLOCK
                     FILE('LGLFILE')
                END-EXEC
                MOVE "NO OPEN LEGAL EVENT ON THIS SUBJECT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 690-GET-TODAY.

           SET LGL-CLOSED TO TRUE.
           MOVE WS-TODAY TO LGL-CLOSE-DATE.
           MOVE EIBUSER  TO LGL-CLOSE-USERID.

           EXEC CICS REWRITE
                FILE('LGLFILE')
                FROM(LGLREC)
                LENGTH(LGLREC-LEN)
           END-EXEC.

           MOVE "LEGAL HOLD LIFTED - DEBITS AND COLLECTIONS RESUME"
               TO WS-MESSAGE.

           GO TO 700-VIEW-EVENT.

       670-START-EVENT.

           MOVE EVTYPEI  TO LGL-EVENT-TYPE.
           SET LGL-OPEN TO TRUE.
           MOVE NOTIFDTI TO LGL-NOTIFY-DATE.
           MOVE CASEREFI TO LGL-CASE-REF.
           MOVE CONTACTI TO LGL-CONTACT-NAME.
           IF PHONEL > 0 THEN
                MOVE PHONEI TO LGL-CONTACT-PHONE
           ELSE
                MOVE SPACES TO LGL-CONTACT-PHONE
           END-IF.
           MOVE EIBUSER  TO LGL-USERID.
           MOVE WS-TODAY TO LGL-OPEN-DATE.
           MOVE ZERO     TO LGL-CLOSE-DATE.
           MOVE SPACES   TO LGL-CLOSE-USERID.

       690-GET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

       700-VIEW-EVENT.

      * THE EVENT, WHO TO DEAL WITH ON IT, AND WHOSE IT IS
           MOVE LOW-VALUES TO MAP1O.
           IF WS-SK-TYPE = 'C' THEN
                MOVE WS-SK-ID(1:6) TO CUSTNOO
           ELSE
                MOVE WS-SK-ID(1:3) TO ACCTCODEO
                MOVE WS-SK-ID(4:5) TO ACCTNOO
           END-IF.

           MOVE WS-SUBJECT-KEY TO LGL-KEY.

           EXEC CICS READ
                FILE('LGLFILE')
                INTO(LGLREC)
                LENGTH(LGLREC-LEN)
                RIDFLD(LGL-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "NO LEGAL EVENT ON FILE FOR THIS SUBJECT"
                    TO LINE1O
           ELSE
                PERFORM 710-SHOW-EVENT
           END-IF.

           PERFORM 720-SHOW-NAME.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
                MOVE SPACES TO WS-MESSAGE
           ELSE
                MOVE "O OPENS AN EVENT, C CLOSES IT - PF9 MENU"
                    TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA58')
           END-EXEC.

       710-SHOW-EVENT.

           IF LGL-DECEASED THEN
                MOVE "DECEASED" TO WS-EV-TYPE
                MOVE "ESTATE:  " TO WS-CT-LABEL
           ELSE
                MOVE "BANKRUPTCY" TO WS-EV-TYPE
                MOVE "TRUSTEE: " TO WS-CT-LABEL
           END-IF.
           IF LGL-OPEN THEN
                MOVE "OPEN" TO WS-EV-STATUS
           ELSE
                MOVE "CLOSED" TO WS-EV-STATUS
           END-IF.
           MOVE LGL-NOTIFY-DATE TO WS-EV-DATE.
           MOVE LGL-CASE-REF    TO WS-EV-CASE-REF.
           MOVE WS-EVENT-LINE   TO LINE1O.

           MOVE LGL-CONTACT-NAME  TO WS-CT-NAME.
           MOVE LGL-CONTACT-PHONE TO WS-CT-PHONE.
           MOVE WS-CONTACT-LINE   TO LINE2O.

           MOVE LGL-OPEN-DATE TO WS-HL-OPEN-DATE.
           MOVE LGL-USERID    TO WS-HL-OPEN-USERID.
           IF LGL-CLOSED THEN
                MOVE '   CLOSED ' TO WS-HL-CLOSED(1:10)
                MOVE LGL-CLOSE-DATE   TO WS-HL-CLOSE-DATE
                MOVE LGL-CLOSE-USERID TO WS-HL-CLOSE-USERID
           ELSE
                MOVE SPACES TO WS-HL-CLOSED
           END-IF.
           MOVE WS-HISTORY-LINE TO LINE3O.

           MOVE LGL-EVENT-TYPE    TO EVTYPEO.
           MOVE LGL-NOTIFY-DATE   TO NOTIFDTO.
           MOVE LGL-CASE-REF      TO CASEREFO.
           MOVE LGL-CONTACT-NAME  TO CONTACTO.
           MOVE LGL-CONTACT-PHONE TO PHONEO.

       720-SHOW-NAME.

           IF WS-SK-TYPE = 'C' THEN
                MOVE WS-SK-ID(1:6) TO CUST-NUMBER
                EXEC CICS READ
                     FILE('CUSTFILE')
                     INTO(CUSTREC)
                     LENGTH(CUSTREC-LEN)
                     RIDFLD(CUST-NUMBER)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     MOVE "CUSTOMER: " TO WS-NM-LABEL
                     MOVE CUST-FNAME TO WS-NM-FNAME
                     MOVE CUST-SNAME TO WS-NM-SNAME
                     MOVE WS-NAME-LINE TO LINE4O
                ELSE
                     MOVE "CUSTOMER NOT ON CUSTFILE" TO LINE4O
                END-IF
           ELSE
                MOVE WS-SK-ID TO ACCTKEY
                EXEC CICS READ
                     FILE('ACCTFILE')
                     INTO(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                     RIDFLD(ACCTKEY)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     MOVE "ACCOUNT:  " TO WS-NM-LABEL
                     MOVE FNAME TO WS-NM-FNAME
                     MOVE SNAME TO WS-NM-SNAME
                     MOVE WS-NAME-LINE TO LINE4O
                ELSE
                     MOVE "ACCOUNT NOT ON ACCTFILE" TO LINE4O
                END-IF
           END-IF.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHM.
