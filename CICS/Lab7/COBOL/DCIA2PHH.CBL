       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHH.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY RATE OVERRIDE MAINTENANCE MAP LAYOUT
       COPY 'DCIA2NH'.

      * COPY NEGOTIATED RATE OVERRIDE RECORD LAYOUT
       COPY 'RATOREC'.

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

      * A NEGOTIATED RATE GIVES INTEREST AWAY, SO SETTING ONE IS AN
      * APPROVAL - ONLY AN OPERATOR WITH THE APPROVE FLAG MAY ADD,
      * CHANGE OR REMOVE ONE. A SECFILE THAT IS ITSELF UNAVAILABLE
      * DOES NOT LOCK THE BRANCH OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

       01 WS-TODAY          PIC 9(8) VALUE ZERO.

      * A KEYED DATE IS PULLED APART TO CHECK THE MONTH AND DAY
       01 WS-DATE-CHECK     PIC 9(8).
       01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
            05 WS-DC-YYYY        PIC 9(4).
            05 WS-DC-MM          PIC 9(2).
            05 WS-DC-DD          PIC 9(2).
       01 WS-DATE-OK-SW     PIC X VALUE 'Y'.
            88 WS-DATE-OK        VALUE 'Y'.

       01 WS-RATE-9         PIC 9V9999.
       01 WS-RATE-X REDEFINES WS-RATE-9
                            PIC X(5).

       01 WS-DETAIL-LINE.
            05 FILLER             PIC X(5) VALUE 'RATE='.
            05 WS-DL-RATE         PIC 9.9999.
            05 FILLER             PIC X(6) VALUE ' FROM='.
            05 WS-DL-START        PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' TO='.
            05 WS-DL-EXPIRY       PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' BY '.
            05 WS-DL-APPROVER     PIC X(8).
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-DL-APPROVED     PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-STATE        PIC X(10).

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
      * ADD CONDITION FOR MAINTENANCE AGAINST A MISSING OVERRIDE
           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(300-OVERRIDE-NOTFND)
                DUPREC(350-OVERRIDE-DUPREC)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NH')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "A=ADD C=CHANGE D=DELETE, BLANK ACTION SHOWS OVERRIDE"
               TO MSGO.

           EXEC CICS SEND
               MAP('MAP1')
               MAPSET('DCIA2NH')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA53')
           END-EXEC.

       180-CHECK-APPROVER-AUTH.

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
           MOVE ACCTNOI   TO AUDIT-ACCTNO.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       190-CHECK-DATE.

      * A DATE MUST BE A REAL CALENDAR MONTH AND DAY - THE FILE IS
      * COMPARED DATE AGAINST DATE, SO A BAD ONE WOULD SILENTLY
      * KEEP AN OVERRIDE ALIVE OR KILL IT EARLY
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-DC-MM < 1 OR WS-DC-MM > 12
               OR WS-DC-DD < 1 OR WS-DC-DD > 31
               OR WS-DC-YYYY < 1900 THEN
                MOVE 'N' TO WS-DATE-OK-SW
           END-IF.

       200-MAIN-LOGIC.

      * IMPLEMENT VALIDATION LOGIC, SAME KEY RULES AS ACCOUNT UPDATE

           IF ACCTNOI = "XXXXX" OR ACTIONI = "X" THEN
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
           IF ACTIONL = 0 THEN
                GO TO 700-SHOW-OVERRIDE
           ELSE
           IF ACTIONI NOT = "A" AND ACTIONI NOT = "C"
               AND ACTIONI NOT = "D" THEN
                MOVE "ACTION MUST BE A, C OR D" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "A" AND (RATEL = 0 OR EXPIRYL = 0) THEN
                MOVE "RATE AND EXPIRY DATE REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF RATEL > 0 AND (RATEL < 5 OR RATEI IS NOT NUMERIC) THEN
                MOVE "RATE IS 5 DIGITS, MONTHLY, E.G. 00125 = 0.0125"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF STARTL > 0 AND (STARTL < 8 OR STARTI IS NOT NUMERIC) THEN
                MOVE "START DATE MUST BE YYYYMMDD" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF EXPIRYL > 0
               AND (EXPIRYL < 8 OR EXPIRYI IS NOT NUMERIC) THEN
                MOVE "EXPIRY DATE MUST BE YYYYMMDD" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF STARTL > 0 THEN
                MOVE STARTI TO WS-DATE-CHECK
                PERFORM 190-CHECK-DATE
                IF NOT WS-DATE-OK THEN
                     MOVE "START DATE IS NOT A VALID DATE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           IF EXPIRYL > 0 THEN
                MOVE EXPIRYI TO WS-DATE-CHECK
                PERFORM 190-CHECK-DATE
                IF NOT WS-DATE-OK THEN
                     MOVE "EXPIRY DATE IS NOT A VALID DATE"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

      * EVERY CHANGE NEEDS THE APPROVE FLAG
           PERFORM 180-CHECK-APPROVER-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO APPROVE RATE OVERRIDES"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE ACCTCODEI TO WS-SCOPE-BRANCH.
           PERFORM 182-CHECK-BRANCH-SCOPE.
           IF WS-SCOPE-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "ACCOUNT OUTSIDE YOUR OPERATOR SCOPE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           IF ACTIONI = "A" THEN
                GO TO 600-ADD-OVERRIDE
           ELSE
           IF ACTIONI = "C" THEN
                GO TO 620-CHANGE-OVERRIDE
           ELSE
                GO TO 640-DELETE-OVERRIDE
           END-IF.

       300-OVERRIDE-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'NO RATE OVERRIDE ON FILE FOR THAT ACCOUNT' TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NH')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA53')
           END-EXEC.

       350-OVERRIDE-DUPREC.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'OVERRIDE ALREADY ON FILE - USE C TO CHANGE IT'
               TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NH')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA53')
           END-EXEC.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NH')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA53')
           END-EXEC.

       600-ADD-OVERRIDE.

      * AN OVERRIDE AGAINST AN ACCOUNT THAT DOES NOT EXIST WOULD
      * NEVER BE USED - STOP IT HERE
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
                MOVE "ACCOUNT NOT ON ACCTFILE - OVERRIDE NOT ADDED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * A BLANK START DATE MEANS THE RATE APPLIES FROM TODAY
           MOVE SPACES TO RATOREC.
           MOVE ACCTKEY TO RATO-ACCTKEY.
           MOVE RATEI   TO WS-RATE-X.
           MOVE WS-RATE-9 TO RATO-RATE.
           IF STARTL > 0 THEN
                MOVE STARTI TO RATO-START-DATE
           ELSE
                MOVE WS-TODAY TO RATO-START-DATE
           END-IF.
           MOVE EXPIRYI TO RATO-EXPIRY-DATE.
           MOVE REASONI TO RATO-REASON.

           PERFORM 660-CHECK-DATES.

           MOVE EIBUSER  TO RATO-APPROVER.
           MOVE WS-TODAY TO RATO-APPROVED-DATE.

      * DUPREC IS TRAPPED BY THE HANDLE CONDITION ABOVE
           EXEC CICS WRITE
                FILE('RATOFILE')
                FROM(RATOREC)
                LENGTH(RATOREC-LEN)
                RIDFLD(RATO-ACCTKEY)
           END-EXEC.

           SET AUDIT-ACTION-CREATE TO TRUE.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "RATE OVERRIDE ADDED" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       620-CHANGE-OVERRIDE.

           MOVE ACCTCODEI TO RATO-ACCTCODE.
           MOVE ACCTNOI   TO RATO-ACCTNO.

           EXEC CICS READ
                FILE('RATOFILE')
                INTO(RATOREC)
                LENGTH(RATOREC-LEN)
                RIDFLD(RATO-ACCTKEY)
                UPDATE
           END-EXEC.

      * ONLY WHAT WAS KEYED CHANGES, BUT WHOEVER CHANGES IT
      * BECOMES THE APPROVER OF RECORD
           IF RATEL > 0 THEN
                MOVE RATEI TO WS-RATE-X
                MOVE WS-RATE-9 TO RATO-RATE
           END-IF.
           IF STARTL > 0 THEN
                MOVE STARTI TO RATO-START-DATE
           END-IF.
           IF EXPIRYL > 0 THEN
                MOVE EXPIRYI TO RATO-EXPIRY-DATE
           END-IF.
           IF REASONL > 0 THEN
                MOVE REASONI TO RATO-REASON
           END-IF.

           PERFORM 660-CHECK-DATES.

           MOVE EIBUSER  TO RATO-APPROVER.
           MOVE WS-TODAY TO RATO-APPROVED-DATE.

           EXEC CICS REWRITE
                FILE('RATOFILE')
                FROM(RATOREC)
                LENGTH(RATOREC-LEN)
           END-EXEC.

           SET AUDIT-ACTION-UPDATE TO TRUE.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "RATE OVERRIDE CHANGED" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       640-DELETE-OVERRIDE.

           MOVE ACCTCODEI TO RATO-ACCTCODE.
           MOVE ACCTNOI   TO RATO-ACCTNO.

           EXEC CICS DELETE
                FILE('RATOFILE')
                RIDFLD(RATO-ACCTKEY)
           END-EXEC.

           SET AUDIT-ACTION-DELETE TO TRUE.
           PERFORM 750-JOURNAL-CHANGE.

           MOVE "RATE OVERRIDE REMOVED - STANDARD RATE APPLIES"
               TO WS-MESSAGE.
           GO TO 800-CONFIRM.

       660-CHECK-DATES.

      * THE OVERRIDE MUST RUN FORWARD AND MUST NOT ALREADY BE OVER
           IF RATO-EXPIRY-DATE < RATO-START-DATE THEN
                MOVE "EXPIRY DATE IS BEFORE THE START DATE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           IF RATO-EXPIRY-DATE < WS-TODAY THEN
                MOVE "EXPIRY DATE HAS ALREADY PASSED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

       700-SHOW-OVERRIDE.

           MOVE ACCTCODEI TO RATO-ACCTCODE.
           MOVE ACCTNOI   TO RATO-ACCTNO.

           EXEC CICS READ
                FILE('RATOFILE')
                INTO(RATOREC)
                LENGTH(RATOREC-LEN)
                RIDFLD(RATO-ACCTKEY)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE "RATE OVERRIDE ON FILE" TO WS-MESSAGE.
           GO TO 720-SHOW-AFTER-CHANGE.

       720-SHOW-AFTER-CHANGE.

           IF WS-TODAY < RATO-START-DATE THEN
                MOVE "NOT YET" TO WS-DL-STATE
           ELSE
           IF WS-TODAY > RATO-EXPIRY-DATE THEN
                MOVE "EXPIRED" TO WS-DL-STATE
           ELSE
                MOVE "IN FORCE" TO WS-DL-STATE
           END-IF
           END-IF.

           MOVE RATO-RATE          TO WS-DL-RATE.
           MOVE RATO-START-DATE    TO WS-DL-START.
           MOVE RATO-EXPIRY-DATE   TO WS-DL-EXPIRY.
           MOVE RATO-APPROVER      TO WS-DL-APPROVER.
           MOVE RATO-APPROVED-DATE TO WS-DL-APPROVED.

           MOVE LOW-VALUES TO MAP1O.
           MOVE RATO-ACCTCODE  TO ACCTCODEO.
           MOVE RATO-ACCTNO    TO ACCTNOO.
           MOVE RATO-REASON    TO REASONO.
           MOVE WS-DETAIL-LINE TO LINE1O.
           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NH')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA53')
           END-EXEC.

       750-JOURNAL-CHANGE.

      * EVERY OVERRIDE CHANGE GOES TO THE AUDIT JOURNAL AGAINST THE
      * ACCOUNT - THE CALLER HAS SET THE ACTION. THE RATE ITSELF IS
      * ON RATOFILE WITH ITS APPROVER.
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
           MOVE RATO-ACCTKEY TO AUDIT-ACCTKEY.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       800-CONFIRM.

           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NH')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA53')
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHH.
