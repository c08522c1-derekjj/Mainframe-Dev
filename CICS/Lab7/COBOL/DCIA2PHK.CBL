       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHK.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SYSTEM PARAMETER MAINTENANCE MAP LAYOUT
       COPY 'DCIA2NK'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY PENDING PARAMETER CHANGE RECORD LAYOUT
       COPY 'CTLPREC'.

      * COPY PARAMETER CHANGE HISTORY RECORD LAYOUT
       COPY 'CTLHREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-PEND-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE       PIC 9(8) VALUE ZERO.
       01 WS-NOW-TIME       PIC 9(6) VALUE ZERO.

      * BOTH HALVES OF DUAL CONTROL - KEYING A CHANGE NEEDS THE
      * UPDATE FLAG, APPROVING ONE NEEDS THE APPROVER FLAG, AND
      * NOBODY APPROVES A CHANGE THEY KEYED THEMSELVES. A SECFILE
      * THAT IS ITSELF UNAVAILABLE DOES NOT LOCK THE SCREEN OUT.
       01 WS-AUTH-SW        PIC X VALUE 'Y'.
            88 WS-AUTH-OK        VALUE 'Y'.
            88 WS-AUTH-DENIED    VALUE 'N'.

      * THE CONTROL RECORD ID ON SCREEN AND WHAT THIS SCREEN KNOWS
      * ABOUT IT - EACH SETTING'S PLACE IN THE DATA AREA, WHETHER IT
      * IS DIGITS OR A CODE LETTER, AND WHETHER THE RECORD IS A
      * PARAMETER KEPT HERE OR ONE THE SYSTEM SETS FOR ITSELF
       01 WS-WANTED-ID      PIC X(8) VALUE SPACES.
       01 WS-ST-KIND        PIC X VALUE 'U'.
            88 WS-ST-EDITABLE     VALUE 'E'.
            88 WS-ST-SYSTEM       VALUE 'S'.
            88 WS-ST-UNKNOWN      VALUE 'U'.
       01 WS-ST-OWNER       PIC X(60) VALUE SPACES.
       01 WS-ST-COUNT       PIC 9 VALUE 0.
       01 WS-SETTING-TABLE.
            05 WS-ST-ENTRY OCCURS 5 TIMES.
                 10 WS-ST-LABEL        PIC X(25).
                 10 WS-ST-OFFSET       PIC 99.
                 10 WS-ST-LENGTH       PIC 9.
                 10 WS-ST-TYPE         PIC X.
                      88 WS-ST-DIGITS       VALUE 'N'.
                      88 WS-ST-LETTER       VALUE 'A'.
       01 WS-NEW-SETTING.
            05 WS-NS-LABEL        PIC X(25).
            05 WS-NS-OFFSET       PIC 99.
            05 WS-NS-LENGTH       PIC 9.
            05 WS-NS-TYPE         PIC X.
       01 WS-SET-IDX        PIC 9 VALUE 0.
       01 WS-OFF            PIC 99 VALUE 0.
       01 WS-LEN            PIC 9 VALUE 0.

      * VALUES AS KEYED - A BLANK VALUE LEAVES ITS SETTING AS IT IS.
      * DIGITS ARE SLID RIGHT-JUSTIFIED INTO A ZERO-FILLED FIELD,
      * THE SAME WAY IA22 TAKES A CREDIT LIMIT, SO MONEY IS KEYED
      * IN CENTS
       01 WS-KEYED-TABLE.
            05 WS-KY-ENTRY OCCURS 5 TIMES.
                 10 WS-KY-LEN          PIC S9(4) COMP.
                 10 WS-KY-VALUE        PIC X(9).
       01 WS-KEY-LEN        PIC S9(4) COMP VALUE ZERO.
       01 WS-KEY-VALUE      PIC X(9) VALUE SPACES.
       01 WS-VAL-X          PIC X(9).
       01 WS-OLD-DATA       PIC X(32) VALUE SPACES.
       01 WS-ON-FILE-SW     PIC X VALUE 'N'.
            88 WS-ON-FILE         VALUE 'Y'.

       01 WS-VALUE-MESSAGE.
            05 FILLER             PIC X(6) VALUE 'VALUE '.
            05 WS-VM-NUMBER       PIC 9.
            05 WS-VM-TEXT         PIC X(40).

      * OPENING AND CLOSING HOURS MUST BE REAL CLOCK TIMES
       01 WS-HHMM           PIC 9(4) VALUE ZERO.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
            05 WS-HHMM-HH         PIC 99.
            05 WS-HHMM-MM         PIC 99.
       01 WS-HOURS-SW       PIC X VALUE 'Y'.
            88 WS-HOURS-OK        VALUE 'Y'.

      * PLAIN-LANGUAGE READING OF EACH RECORD'S SETTINGS
       01 WS-PLAIN-TEXT     PIC X(42) VALUE SPACES.
       01 WS-PLAIN-APPR.
            05 FILLER             PIC X(15) VALUE 'INCREASES OVER '.
            05 WS-PA-THRESHOLD    PIC ZZZZZ9.99.
            05 FILLER             PIC X(14) VALUE ' NEED APPROVAL'.
       01 WS-PLAIN-PWD.
            05 FILLER             PIC X(13) VALUE 'PASSWORD AGE '.
            05 WS-PP-AGE          PIC ZZ9.
            05 FILLER             PIC X(15) VALUE ' DAYS, LOCK AT '.
            05 WS-PP-FAILS        PIC Z9.
            05 FILLER             PIC X(6) VALUE ' FAILS'.
       01 WS-PLAIN-DISP.
            05 FILLER             PIC X(10) VALUE 'ANSWER IN '.
            05 WS-PD-DAYS         PIC ZZ9.
            05 FILLER             PIC X(12) VALUE ' DAYS, FLAG '.
            05 WS-PD-WARN         PIC ZZ9.
            05 FILLER             PIC X(12) VALUE ' DAYS BEFORE'.
       01 WS-PLAIN-BANK.
            05 FILLER             PIC X(15) VALUE 'LAST BANK FILE '.
            05 WS-PB-DATE         PIC 9(8).
            05 FILLER             PIC X(5) VALUE ' NO. '.
            05 WS-PB-FILE-NO      PIC 9(4).
       01 WS-PLAIN-CASH.
            05 FILLER             PIC X(5) VALUE 'OVER '.
            05 WS-PC-THRESHOLD    PIC ZZZZZZ9.99.
            05 FILLER             PIC X(6) VALUE ' NEAR '.
            05 WS-PC-PCT          PIC ZZ9.
            05 FILLER             PIC X(3) VALUE '%, '.
            05 WS-PC-NEAR-DAYS    PIC ZZ9.
            05 FILLER             PIC X(4) VALUE ' IN '.
            05 WS-PC-WINDOW       PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' DAYS'.
       01 WS-PLAIN-EXPO.
            05 FILLER             PIC X(8) VALUE 'CEILING '.
            05 WS-PE-CEILING      PIC ZZZZZZ9.99.
            05 FILLER             PIC X(10) VALUE ', OVER IT '.
            05 WS-PE-ACTION       PIC X(7).
       01 WS-PLAIN-FAC.
            05 FILLER             PIC X(19) VALUE 'LIST FACILITIES AT '.
            05 WS-PF-PCT          PIC ZZ9.
            05 FILLER             PIC X(10) VALUE '% OF LIMIT'.
       01 WS-PLAIN-APPL.
            05 FILLER             PIC X(24)
                              VALUE 'NEXT APPLICATION NUMBER '.
            05 WS-PN-NEXT-NO      PIC 9(7).
       01 WS-PLAIN-SECR.
            05 FILLER             PIC X(5) VALUE 'IDLE '.
            05 WS-PS-IDLE         PIC ZZ9.
            05 FILLER             PIC X(3) VALUE 'D, '.
            05 WS-PS-FAILS        PIC Z9.
            05 FILLER             PIC X(8) VALUE ' FAILS, '.
            05 WS-PS-OPEN         PIC 9(4).
            05 FILLER             PIC X VALUE '-'.
            05 WS-PS-CLOSE        PIC 9(4).
            05 FILLER             PIC X(6) VALUE ', TOP '.
            05 WS-PS-TOP          PIC Z9.
       01 WS-PLAIN-RWGT.
            05 FILLER             PIC X(3) VALUE 'PAY'.
            05 WS-PW-PAYMENT      PIC ZZ9.
            05 FILLER             PIC X(5) VALUE '% AGE'.
            05 WS-PW-AGING        PIC ZZ9.
            05 FILLER             PIC X(5) VALUE '% PRM'.
            05 WS-PW-PROMISE      PIC ZZ9.
            05 FILLER             PIC X(5) VALUE '% VEL'.
            05 WS-PW-VELOCITY     PIC ZZ9.
            05 FILLER             PIC X(5) VALUE '% HLD'.
            05 WS-PW-HOLDS        PIC ZZ9.
            05 FILLER             PIC X VALUE '%'.
       01 WS-PLAIN-RSKR.
            05 FILLER             PIC X(13) VALUE 'REVIEW AT OR '.
            05 FILLER             PIC X(6) VALUE 'ABOVE '.
            05 WS-PR-SCORE        PIC ZZ9.
            05 FILLER             PIC X(7) VALUE ', MOVE '.
            05 WS-PR-MOVE         PIC ZZ9.
            05 FILLER             PIC X(4) VALUE ' PTS'.
       01 WS-PLAIN-RFND.
            05 FILLER             PIC X(13) VALUE 'REFUNDS OVER '.
            05 WS-PF-THRESHOLD    PIC ZZZZZ9.99.
            05 FILLER             PIC X(14) VALUE ' NEED APPROVAL'.
       01 WS-PLAIN-COLL.
            05 FILLER             PIC X(8) VALUE 'DEPOSIT '.
            05 WS-PC-DEPOSIT      PIC ZZ9.
            05 FILLER             PIC X(8) VALUE '% ASSET '.
            05 WS-PC-ASSET        PIC ZZ9.
            05 FILLER             PIC X(8) VALUE '% STALE '.
            05 WS-PC-STALE        PIC ZZ9.
            05 FILLER             PIC X(5) VALUE ' DAYS'.

      * USED BY THE CONTROL RECORD LISTING BROWSE
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE         VALUE 'Y'.
       01 WS-MORE-SW        PIC X VALUE 'N'.
            88 WS-MORE-RECORDS    VALUE 'Y'.

       01 WS-LIST-LINE.
            05 WS-LL-ID           PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-LL-TEXT         PIC X(42).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-LL-FLAG         PIC X(8).

       01 WS-SETTING-HEAD.
            05 FILLER             PIC X(26) VALUE '  SETTING'.
            05 FILLER             PIC X(14) VALUE '     NOW'.
            05 FILLER             PIC X(9) VALUE 'PROPOSED'.

       01 WS-SETTING-LINE.
            05 WS-SL-NUMBER       PIC 9.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-SL-LABEL        PIC X(25).
            05 FILLER             PIC X(4) VALUE SPACES.
            05 WS-SL-NOW          PIC X(9).
            05 FILLER             PIC X(5) VALUE SPACES.
            05 WS-SL-NEW          PIC X(9).

       01 WS-PENDING-LINE.
            05 FILLER             PIC X(9) VALUE 'KEYED BY '.
            05 WS-PL-USERID       PIC X(8).
            05 FILLER             PIC X(4) VALUE ' ON '.
            05 WS-PL-DATE         PIC 9(8).
            05 FILLER             PIC X(4) VALUE ' AT '.
            05 WS-PL-TIME         PIC 9(6).
            05 FILLER             PIC X(20)
                              VALUE ' - AWAITING APPROVAL'.

       01 WS-PROPOSED-LINE.
            05 FILLER             PIC X(9) VALUE 'PROPOSED '.
            05 WS-PR-TEXT         PIC X(42).

       01 WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 12 TIMES
                                  PIC X(60).
       01 WS-LINE-COUNT     PIC 99 VALUE 0.
       01 WS-NOW-TABLE.
            05 WS-NOW-VALUE OCCURS 5 TIMES
                                  PIC X(9).

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(3).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU, OPEN WITH THE RECORDS ALREADY LISTED
           IF EIBCALEN = 3 THEN
               GO TO 700-LIST-RECORDS
           END-IF.

      * UPON UNSUCCESSFUL MAP RECEIVE, RELIST THE RECORDS
           EXEC CICS HANDLE CONDITION
                MAPFAIL(700-LIST-RECORDS)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NK')
           END-EXEC.

      * RECEIVE WAS SUCCESSFUL, PROCEED WITH MAIN PROCESSING
           GO TO 200-MAIN-LOGIC.

       150-LOAD-SETTINGS.

      * WHAT EACH CONTROL RECORD HOLDS, SETTING BY SETTING, AS LAID
      * OUT ON CTLREC. THE COUNTER, THE BATCH-WINDOW STATUS AND THE
      * VERDICTS THE BATCH JOBS LEAVE BEHIND ARE SHOWN BUT NEVER
      * CHANGED HERE - THEIR OWNERS SET THEM.
           MOVE 'U' TO WS-ST-KIND.
           MOVE SPACES TO WS-ST-OWNER.
           MOVE 0 TO WS-ST-COUNT.
           MOVE SPACES TO WS-SETTING-TABLE.

           IF WS-WANTED-ID = 'APPRLIM ' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'APPROVAL THRESHOLD CENTS' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 8 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'PWDRULE ' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'PASSWORD AGE IN DAYS' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'FAILURES TO LOCK OUT' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                MOVE 2 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'DISPRULE' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'DAYS TO ANSWER A DISPUTE' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'FLAG DAYS BEFORE DUE' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'CASHRPT ' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'REPORTING THRESHOLD CENTS' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 9 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'JUST-UNDER PERCENTAGE' TO WS-NS-LABEL
                MOVE 10 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
                MOVE 'ROLLING WINDOW IN DAYS' TO WS-NS-LABEL
                MOVE 13 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'JUST-UNDER DAYS TO FLAG' TO WS-NS-LABEL
                MOVE 16 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'EXPOSURE' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'CUSTOMER CEILING CENTS' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 9 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'OVER CEILING R/Q' TO WS-NS-LABEL
                MOVE 10 TO WS-NS-OFFSET
                MOVE 1 TO WS-NS-LENGTH
                MOVE 'A' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'FACILITY' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'NEAR-LIMIT PERCENTAGE' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'SECRULE ' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'DAYS IDLE TO LIST' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'REPEATED FAILURE COUNT' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                MOVE 2 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
                MOVE 'DEFAULT OPENING HHMM' TO WS-NS-LABEL
                MOVE 6 TO WS-NS-OFFSET
                MOVE 4 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
                MOVE 'DEFAULT CLOSING HHMM' TO WS-NS-LABEL
                MOVE 10 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'MOST-DENIED TO LOG' TO WS-NS-LABEL
                MOVE 14 TO WS-NS-OFFSET
                MOVE 2 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'RISKWGT ' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'PAYMENT WEIGHT PERCENT' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'AGING WEIGHT PERCENT' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'BROKEN PROMISE PERCENT' TO WS-NS-LABEL
                MOVE 7 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'VELOCITY WEIGHT PERCENT' TO WS-NS-LABEL
                MOVE 10 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'OPEN HOLDS WEIGHT PERCENT' TO WS-NS-LABEL
                MOVE 13 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'RISKRULE' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'REVIEW SCORE' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'MOVE POINTS TO LIST' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'RFNDRULE' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'REFUND THRESHOLD CENTS' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 8 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'COLLRULE' THEN
                MOVE 'E' TO WS-ST-KIND
                MOVE 'DEPOSIT COVER PERCENT' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 3 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'OTHER ASSET COVER PERCENT' TO WS-NS-LABEL
                MOVE 4 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
                MOVE 'VALUATION STALE DAYS' TO WS-NS-LABEL
                MOVE 7 TO WS-NS-OFFSET
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'SYSSTAT ' THEN
                MOVE 'S' TO WS-ST-KIND
                MOVE 'SET ON THE IA35 BATCH-WINDOW SCREEN'
                    TO WS-ST-OWNER
                MOVE 'SYSTEM STATUS O/C' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 1 TO WS-NS-LENGTH
                MOVE 'A' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'BATCHGO ' THEN
                MOVE 'S' TO WS-ST-KIND
                MOVE 'SET BY THE BATCH WINDOW CLOSER AND REOPENER'
                    TO WS-ST-OWNER
                MOVE 'BATCH MAY START Y/N' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 1 TO WS-NS-LENGTH
                MOVE 'A' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'BANKLAST' THEN
                MOVE 'S' TO WS-ST-KIND
                MOVE 'SET BY THE BANK PAYMENT INTAKE'
                    TO WS-ST-OWNER
                MOVE 'LAST FILE HEADER DATE' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 8 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
                MOVE 'LAST FILE NUMBER' TO WS-NS-LABEL
                MOVE 9 TO WS-NS-OFFSET
                MOVE 4 TO WS-NS-LENGTH
                PERFORM 155-ADD-SETTING
           ELSE
           IF WS-WANTED-ID = 'APPLNEXT' THEN
                MOVE 'S' TO WS-ST-KIND
                MOVE 'COUNTER DRAWN BY THE IA54 APPLICATION SCREEN'
                    TO WS-ST-OWNER
                MOVE 'NEXT APPLICATION NUMBER' TO WS-NS-LABEL
                MOVE 1 TO WS-NS-OFFSET
                MOVE 7 TO WS-NS-LENGTH
                MOVE 'N' TO WS-NS-TYPE
                PERFORM 155-ADD-SETTING
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       155-ADD-SETTING.

           ADD 1 TO WS-ST-COUNT.
           MOVE WS-NS-LABEL  TO WS-ST-LABEL(WS-ST-COUNT).
           MOVE WS-NS-OFFSET TO WS-ST-OFFSET(WS-ST-COUNT).
           MOVE WS-NS-LENGTH TO WS-ST-LENGTH(WS-ST-COUNT).
           MOVE WS-NS-TYPE   TO WS-ST-TYPE(WS-ST-COUNT).

       160-DESCRIBE-RECORD.

      * READ THE SETTINGS ON CTLREC BACK IN PLAIN WORDS. A SETTING
      * THAT IS NOT DIGITS WHERE DIGITS BELONG IS SAID SO RATHER
      * THAN SHOWN
           MOVE SPACES TO WS-PLAIN-TEXT.

           IF CTL-RECORD-ID = 'APPRLIM ' THEN
                IF CTL-APPR-THRESHOLD IS NUMERIC THEN
                     MOVE CTL-APPR-THRESHOLD TO WS-PA-THRESHOLD
                     MOVE WS-PLAIN-APPR TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'SYSSTAT ' THEN
                IF CTL-SYSTEM-CLOSED THEN
                     MOVE 'CLOSED FOR BATCH - UPDATES REFUSED'
                         TO WS-PLAIN-TEXT
                ELSE
                     MOVE 'OPEN FOR UPDATES' TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'PWDRULE ' THEN
                IF CTL-PWD-AGE-DAYS IS NUMERIC
                    AND CTL-PWD-MAX-FAILS IS NUMERIC THEN
                     MOVE CTL-PWD-AGE-DAYS  TO WS-PP-AGE
                     MOVE CTL-PWD-MAX-FAILS TO WS-PP-FAILS
                     MOVE WS-PLAIN-PWD TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'BATCHGO ' THEN
                IF CTL-BATCH-NOGO THEN
                     MOVE 'QUIESCE NOT CONFIRMED - BATCH HELD'
                         TO WS-PLAIN-TEXT
                ELSE
                     MOVE 'BATCH MAY START' TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'DISPRULE' THEN
                IF CTL-DISP-DAYS IS NUMERIC
                    AND CTL-DISP-WARN-DAYS IS NUMERIC THEN
                     MOVE CTL-DISP-DAYS      TO WS-PD-DAYS
                     MOVE CTL-DISP-WARN-DAYS TO WS-PD-WARN
                     MOVE WS-PLAIN-DISP TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'BANKLAST' THEN
                MOVE CTL-BANK-FILE-DATE TO WS-PB-DATE
                MOVE CTL-BANK-FILE-NO   TO WS-PB-FILE-NO
                MOVE WS-PLAIN-BANK TO WS-PLAIN-TEXT
           ELSE
           IF CTL-RECORD-ID = 'CASHRPT ' THEN
                IF CTL-CASH-THRESHOLD IS NUMERIC
                    AND CTL-CASH-NEAR-PCT IS NUMERIC
                    AND CTL-CASH-WINDOW-DAYS IS NUMERIC
                    AND CTL-CASH-NEAR-DAYS IS NUMERIC THEN
                     MOVE CTL-CASH-THRESHOLD   TO WS-PC-THRESHOLD
                     MOVE CTL-CASH-NEAR-PCT    TO WS-PC-PCT
                     MOVE CTL-CASH-NEAR-DAYS   TO WS-PC-NEAR-DAYS
                     MOVE CTL-CASH-WINDOW-DAYS TO WS-PC-WINDOW
                     MOVE WS-PLAIN-CASH TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'EXPOSURE' THEN
                IF CTL-EXPO-CEILING IS NUMERIC THEN
                     MOVE CTL-EXPO-CEILING TO WS-PE-CEILING
                     IF CTL-EXPO-REFUSE THEN
                          MOVE 'REFUSED' TO WS-PE-ACTION
                     ELSE
                          MOVE 'QUEUED' TO WS-PE-ACTION
                     END-IF
                     MOVE WS-PLAIN-EXPO TO WS-PLAIN-TEXT
                     IF CTL-EXPO-CEILING = 0 THEN
                          MOVE 'NO HOUSE CEILING - OWN CEILINGS ONLY'
                              TO WS-PLAIN-TEXT
                     END-IF
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'FACILITY' THEN
                IF CTL-FAC-NEAR-PCT IS NUMERIC THEN
                     MOVE CTL-FAC-NEAR-PCT TO WS-PF-PCT
                     MOVE WS-PLAIN-FAC TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'APPLNEXT' THEN
                MOVE CTL-APPL-NEXT-NO TO WS-PN-NEXT-NO
                MOVE WS-PLAIN-APPL TO WS-PLAIN-TEXT
           ELSE
           IF CTL-RECORD-ID = 'SECRULE ' THEN
                IF CTL-SECR-IDLE-DAYS IS NUMERIC
                    AND CTL-SECR-REPEAT-FAILS IS NUMERIC
                    AND CTL-SECR-TOP-COUNT IS NUMERIC THEN
                     MOVE CTL-SECR-IDLE-DAYS    TO WS-PS-IDLE
                     MOVE CTL-SECR-REPEAT-FAILS TO WS-PS-FAILS
                     MOVE CTL-SECR-OPEN-TIME    TO WS-PS-OPEN
                     MOVE CTL-SECR-CLOSE-TIME   TO WS-PS-CLOSE
                     MOVE CTL-SECR-TOP-COUNT    TO WS-PS-TOP
                     MOVE WS-PLAIN-SECR TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'RISKWGT ' THEN
                IF CTL-RWGT-PAYMENT IS NUMERIC
                    AND CTL-RWGT-AGING IS NUMERIC
                    AND CTL-RWGT-PROMISE IS NUMERIC
                    AND CTL-RWGT-VELOCITY IS NUMERIC
                    AND CTL-RWGT-HOLDS IS NUMERIC THEN
                     MOVE CTL-RWGT-PAYMENT  TO WS-PW-PAYMENT
                     MOVE CTL-RWGT-AGING    TO WS-PW-AGING
                     MOVE CTL-RWGT-PROMISE  TO WS-PW-PROMISE
                     MOVE CTL-RWGT-VELOCITY TO WS-PW-VELOCITY
                     MOVE CTL-RWGT-HOLDS    TO WS-PW-HOLDS
                     MOVE WS-PLAIN-RWGT TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'RISKRULE' THEN
                IF CTL-RSKR-REVIEW-SCORE IS NUMERIC
                    AND CTL-RSKR-MOVE-POINTS IS NUMERIC THEN
                     MOVE CTL-RSKR-REVIEW-SCORE TO WS-PR-SCORE
                     MOVE CTL-RSKR-MOVE-POINTS  TO WS-PR-MOVE
                     MOVE WS-PLAIN-RSKR TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'RFNDRULE' THEN
                IF CTL-RFND-THRESHOLD IS NUMERIC THEN
                     MOVE CTL-RFND-THRESHOLD TO WS-PF-THRESHOLD
                     MOVE WS-PLAIN-RFND TO WS-PLAIN-TEXT
                END-IF
           ELSE
           IF CTL-RECORD-ID = 'COLLRULE' THEN
                IF CTL-COLL-DEPOSIT-PCT IS NUMERIC
                    AND CTL-COLL-ASSET-PCT IS NUMERIC
                    AND CTL-COLL-STALE-DAYS IS NUMERIC THEN
                     MOVE CTL-COLL-DEPOSIT-PCT TO WS-PC-DEPOSIT
                     MOVE CTL-COLL-ASSET-PCT   TO WS-PC-ASSET
                     MOVE CTL-COLL-STALE-DAYS  TO WS-PC-STALE
                     MOVE WS-PLAIN-COLL TO WS-PLAIN-TEXT
                END-IF
           ELSE
                MOVE 'NOT A RECORD THIS SCREEN KNOWS' TO WS-PLAIN-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-PLAIN-TEXT = SPACES THEN
                MOVE 'SETTINGS NOT READABLE - CHECK THE RECORD'
                    TO WS-PLAIN-TEXT
           END-IF.

       170-SET-DEFAULTS.

      * A PARAMETER RECORD NOT ON FILE YET STARTS FROM THE DEFAULTS
      * ITS READERS ALREADY FALL BACK TO, SO A CHANGE ONLY NEEDS
      * THE SETTINGS THAT DIFFER. THERE IS NO DEFAULT APPROVAL
      * THRESHOLD - A MISSING RECORD MEANS MAKER-CHECKER IS OFF - SO
      * THE FIRST ONE MUST BE KEYED.
           MOVE SPACES TO CTLREC.
           MOVE WS-WANTED-ID TO CTL-RECORD-ID.

           IF WS-WANTED-ID = 'APPRLIM ' THEN
                MOVE ZERO TO CTL-APPR-THRESHOLD
           ELSE
           IF WS-WANTED-ID = 'PWDRULE ' THEN
                MOVE 90 TO CTL-PWD-AGE-DAYS
                MOVE 3  TO CTL-PWD-MAX-FAILS
           ELSE
           IF WS-WANTED-ID = 'DISPRULE' THEN
                MOVE 45 TO CTL-DISP-DAYS
                MOVE 10 TO CTL-DISP-WARN-DAYS
           ELSE
           IF WS-WANTED-ID = 'CASHRPT ' THEN
                MOVE 10000.00 TO CTL-CASH-THRESHOLD
                MOVE 90 TO CTL-CASH-NEAR-PCT
                MOVE 15 TO CTL-CASH-WINDOW-DAYS
                MOVE 3  TO CTL-CASH-NEAR-DAYS
           ELSE
           IF WS-WANTED-ID = 'EXPOSURE' THEN
                MOVE ZERO TO CTL-EXPO-CEILING
                MOVE 'Q' TO CTL-EXPO-ACTION
           ELSE
           IF WS-WANTED-ID = 'FACILITY' THEN
                MOVE 90 TO CTL-FAC-NEAR-PCT
           ELSE
           IF WS-WANTED-ID = 'SECRULE ' THEN
                MOVE 60 TO CTL-SECR-IDLE-DAYS
                MOVE 2  TO CTL-SECR-REPEAT-FAILS
                MOVE 0800 TO CTL-SECR-OPEN-TIME
                MOVE 1800 TO CTL-SECR-CLOSE-TIME
                MOVE 5  TO CTL-SECR-TOP-COUNT
           ELSE
           IF WS-WANTED-ID = 'RISKWGT ' THEN
                MOVE 30 TO CTL-RWGT-PAYMENT
                MOVE 25 TO CTL-RWGT-AGING
                MOVE 20 TO CTL-RWGT-PROMISE
                MOVE 15 TO CTL-RWGT-VELOCITY
                MOVE 10 TO CTL-RWGT-HOLDS
           ELSE
           IF WS-WANTED-ID = 'RISKRULE' THEN
                MOVE 60 TO CTL-RSKR-REVIEW-SCORE
                MOVE 20 TO CTL-RSKR-MOVE-POINTS
           ELSE
           IF WS-WANTED-ID = 'RFNDRULE' THEN
                MOVE 250.00 TO CTL-RFND-THRESHOLD
           ELSE
           IF WS-WANTED-ID = 'COLLRULE' THEN
                MOVE 100 TO CTL-COLL-DEPOSIT-PCT
                MOVE 70  TO CTL-COLL-ASSET-PCT
                MOVE 365 TO CTL-COLL-STALE-DAYS
           ELSE
           IF WS-WANTED-ID = 'SYSSTAT ' THEN
                MOVE 'O' TO CTL-SYSTEM-STATUS
           ELSE
           IF WS-WANTED-ID = 'BATCHGO ' THEN
                MOVE 'Y' TO CTL-BATCH-GO
           ELSE
           IF WS-WANTED-ID = 'BANKLAST' THEN
                MOVE ZERO TO CTL-BANK-FILE-DATE
                MOVE ZERO TO CTL-BANK-FILE-NO
           ELSE
           IF WS-WANTED-ID = 'APPLNEXT' THEN
                MOVE 1 TO CTL-APPL-NEXT-NO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       180-CHECK-MAKER-AUTH.

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

       181-CHECK-APPROVER-AUTH.

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

       185-LOG-DENIED-ATTEMPT.

      * A DENIED ATTEMPT IS WORTH KNOWING ABOUT - IT GOES TO THE
      * SAME AUDIT JOURNAL AS EVERYTHING ELSE, ACTION 'N'. THE
      * CONTROL RECORD ID STANDS IN FOR AN ACCOUNT
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
           MOVE WS-WANTED-ID TO AUDIT-CTL-RECORD-ID.
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

      * IMPLEMENT VALIDATION LOGIC - NOTHING KEYED JUST RELISTS

           MOVE SPACES TO WS-WANTED-ID.
           IF RECIDL > 0 THEN
                MOVE RECIDI(1:RECIDL) TO WS-WANTED-ID
           END-IF.
           PERFORM 150-LOAD-SETTINGS.

           IF ACTIONI = "X" THEN
                GO TO 999-EXIT
           ELSE
           IF RECIDL = 0 AND ACTIONL = 0 THEN
                GO TO 700-LIST-RECORDS
           ELSE
           IF RECIDL = 0 THEN
                MOVE "CONTROL RECORD ID REQUIRED" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-ST-UNKNOWN THEN
                MOVE "NOT A CONTROL RECORD ID THIS SCREEN KNOWS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONL = 0 THEN
                GO TO 750-SHOW-RECORD
           ELSE
           IF ACTIONI NOT = "C" AND ACTIONI NOT = "A"
               AND ACTIONI NOT = "R" THEN
                MOVE "ACTION MUST BE C (CHANGE), A (APPROVE) OR R"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "C" THEN
                GO TO 600-KEY-CHANGE
           ELSE
           IF ACTIONI = "A" THEN
                GO TO 640-APPROVE-CHANGE
           ELSE
                GO TO 680-REJECT-CHANGE
           END-IF.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NK')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA56')
           END-EXEC.

       600-KEY-CHANGE.

           IF WS-ST-SYSTEM THEN
                MOVE "SET BY THE SYSTEM - NOT CHANGED ON THIS SCREEN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 180-CHECK-MAKER-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO CHANGE SYSTEM PARAMETERS"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE VAL1L TO WS-KY-LEN(1).
           MOVE VAL1I TO WS-KY-VALUE(1).
           MOVE VAL2L TO WS-KY-LEN(2).
           MOVE VAL2I TO WS-KY-VALUE(2).
           MOVE VAL3L TO WS-KY-LEN(3).
           MOVE VAL3I TO WS-KY-VALUE(3).
           MOVE VAL4L TO WS-KY-LEN(4).
           MOVE VAL4I TO WS-KY-VALUE(4).
           MOVE VAL5L TO WS-KY-LEN(5).
           MOVE VAL5I TO WS-KY-VALUE(5).

           IF VAL1L = 0 AND VAL2L = 0 AND VAL3L = 0
               AND VAL4L = 0 AND VAL5L = 0 THEN
                MOVE "KEY THE NEW VALUE OF AT LEAST ONE SETTING"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * ONE CHANGE AT A TIME PER RECORD - A SECOND ONE WOULD BE
      * APPROVED AGAINST AN IMAGE THE FIRST IS ABOUT TO REPLACE
           MOVE WS-WANTED-ID TO CTLP-RECORD-ID.

           EXEC CICS READ
                FILE('CTLPFILE')
                INTO(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           IF WS-PEND-RESP = DFHRESP(NORMAL) THEN
                MOVE "A CHANGE IS ALREADY AWAITING APPROVAL FOR IT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE NEW IMAGE STARTS AS THE RECORD STANDS TODAY, OR FROM THE
      * DEFAULTS WHEN THERE IS NO RECORD YET
           MOVE WS-WANTED-ID TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-ON-FILE-SW
                PERFORM 170-SET-DEFAULTS
           ELSE
                MOVE "CONTROL FILE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE CTL-DATA TO WS-OLD-DATA.

           PERFORM 615-CHECK-UNUSED-VALUE
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > 5
                  OR WS-MESSAGE NOT = SPACES.
           PERFORM 620-APPLY-ONE-VALUE
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-ST-COUNT
                  OR WS-MESSAGE NOT = SPACES.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 500-REPORT-ERROR
           END-IF.

           PERFORM 630-VALIDATE-NEW-IMAGE.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 500-REPORT-ERROR
           END-IF.

           IF CTL-DATA = WS-OLD-DATA THEN
                MOVE "THE VALUES KEYED ARE THE SAME AS THE CURRENT ONES"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * THE CHANGE WAITS ON CTLPFILE - CTLFILE IS NOT TOUCHED UNTIL
      * A SECOND OPERATOR APPROVES IT
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE SPACES TO CTLPREC.
           MOVE WS-WANTED-ID TO CTLP-RECORD-ID.
           MOVE WS-OLD-DATA  TO CTLP-OLD-DATA.
           MOVE CTL-DATA     TO CTLP-NEW-DATA.
           MOVE WS-ON-FILE-SW TO CTLP-ON-FILE.
           MOVE EIBUSER      TO CTLP-USERID.
           MOVE WS-NOW-DATE  TO CTLP-DATE.
           MOVE WS-NOW-TIME  TO CTLP-TIME.

           EXEC CICS WRITE
                FILE('CTLPFILE')
                FROM(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           IF WS-PEND-RESP = DFHRESP(DUPREC) THEN
                MOVE "A CHANGE IS ALREADY AWAITING APPROVAL FOR IT"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "CHANGE QUEUE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE "CHANGE KEYED - A SECOND OPERATOR MUST APPROVE IT"
               TO WS-MESSAGE.
           GO TO 750-SHOW-RECORD.

       615-CHECK-UNUSED-VALUE.

      * A VALUE KEYED PAST THE RECORD'S LAST SETTING HAS NOWHERE TO
      * GO - SAY SO RATHER THAN DROP IT
           IF WS-SET-IDX > WS-ST-COUNT
               AND WS-KY-LEN(WS-SET-IDX) > 0 THEN
                MOVE WS-SET-IDX TO WS-VM-NUMBER
                MOVE "- THIS RECORD HAS NO SUCH SETTING" TO WS-VM-TEXT
                MOVE WS-VALUE-MESSAGE TO WS-MESSAGE
           END-IF.

       620-APPLY-ONE-VALUE.

           MOVE WS-KY-LEN(WS-SET-IDX)   TO WS-KEY-LEN.
           MOVE WS-KY-VALUE(WS-SET-IDX) TO WS-KEY-VALUE.
           MOVE WS-ST-OFFSET(WS-SET-IDX) TO WS-OFF.
           MOVE WS-ST-LENGTH(WS-SET-IDX) TO WS-LEN.
           MOVE WS-SET-IDX TO WS-VM-NUMBER.

           IF WS-KEY-LEN = 0 THEN
                CONTINUE
           ELSE
           IF WS-KEY-LEN > WS-LEN THEN
                MOVE "IS LONGER THAN THE SETTING" TO WS-VM-TEXT
                MOVE WS-VALUE-MESSAGE TO WS-MESSAGE
           ELSE
           IF WS-ST-LETTER(WS-SET-IDX) THEN
                IF WS-KEY-VALUE(1:1) IS NOT ALPHABETIC
                    OR WS-KEY-VALUE(1:1) = SPACE THEN
                     MOVE "MUST BE A CODE LETTER" TO WS-VM-TEXT
                     MOVE WS-VALUE-MESSAGE TO WS-MESSAGE
                ELSE
                     MOVE WS-KEY-VALUE(1:1) TO CTL-DATA(WS-OFF:1)
                END-IF
           ELSE
           IF WS-KEY-VALUE(1:WS-KEY-LEN) IS NOT NUMERIC THEN
                MOVE "MUST BE NUMERIC" TO WS-VM-TEXT
                MOVE WS-VALUE-MESSAGE TO WS-MESSAGE
           ELSE
                MOVE ZEROES TO WS-VAL-X
                MOVE WS-KEY-VALUE(1:WS-KEY-LEN)
                    TO WS-VAL-X(10 - WS-KEY-LEN:WS-KEY-LEN)
                MOVE WS-VAL-X(10 - WS-LEN:WS-LEN)
                    TO CTL-DATA(WS-OFF:WS-LEN)
           END-IF
           END-IF
           END-IF
           END-IF.

       630-VALIDATE-NEW-IMAGE.

      * EACH RECORD TYPE IS CHECKED AGAINST ITS OWN RULES - THE
      * SAME LIMITS ITS READERS RELY ON
           IF WS-WANTED-ID = 'APPRLIM ' THEN
                IF CTL-APPR-THRESHOLD = 0 THEN
                     MOVE "APPROVAL THRESHOLD MUST BE ABOVE ZERO"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'PWDRULE ' THEN
                IF CTL-PWD-AGE-DAYS = 0 OR CTL-PWD-MAX-FAILS = 0 THEN
                     MOVE "PASSWORD AGE AND LOCKOUT COUNT MUST BE > 0"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'DISPRULE' THEN
                IF CTL-DISP-DAYS = 0
                    OR CTL-DISP-WARN-DAYS NOT < CTL-DISP-DAYS THEN
                     MOVE "ANSWER DAYS > 0, FLAG DAYS FEWER THAN THAT"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'CASHRPT ' THEN
                IF CTL-CASH-THRESHOLD = 0
                    OR CTL-CASH-NEAR-PCT = 0
                    OR CTL-CASH-NEAR-PCT NOT < 100 THEN
                     MOVE "THRESHOLD > 0, JUST-UNDER PERCENT 1 TO 99"
                         TO WS-MESSAGE
                ELSE
                IF CTL-CASH-WINDOW-DAYS = 0
                    OR CTL-CASH-NEAR-DAYS = 0
                    OR CTL-CASH-NEAR-DAYS > CTL-CASH-WINDOW-DAYS THEN
                     MOVE "JUST-UNDER DAYS MUST BE 1 TO THE WINDOW DAYS"
                         TO WS-MESSAGE
                END-IF
                END-IF
           ELSE
           IF WS-WANTED-ID = 'EXPOSURE' THEN
                IF NOT CTL-EXPO-REFUSE AND NOT CTL-EXPO-QUEUE THEN
                     MOVE "OVER-CEILING ACTION MUST BE R (REFUSE) OR Q"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'FACILITY' THEN
                IF CTL-FAC-NEAR-PCT = 0 OR CTL-FAC-NEAR-PCT > 100 THEN
                     MOVE "NEAR-LIMIT PERCENTAGE MUST BE 1 TO 100"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'SECRULE ' THEN
                IF CTL-SECR-IDLE-DAYS = 0
                    OR CTL-SECR-REPEAT-FAILS = 0
                    OR CTL-SECR-TOP-COUNT = 0 THEN
                     MOVE "IDLE DAYS, FAILURES, TOP COUNT MUST BE > 0"
                         TO WS-MESSAGE
                ELSE
                     PERFORM 635-CHECK-SECR-HOURS
                     IF NOT WS-HOURS-OK THEN
                          MOVE "HOURS MUST BE HHMM, OPEN BEFORE CLOSE"
                              TO WS-MESSAGE
                     END-IF
                END-IF
           ELSE
           IF WS-WANTED-ID = 'RISKWGT ' THEN
                IF CTL-RWGT-PAYMENT + CTL-RWGT-AGING
                    + CTL-RWGT-PROMISE + CTL-RWGT-VELOCITY
                    + CTL-RWGT-HOLDS NOT = 100 THEN
                     MOVE "THE FIVE WEIGHTS MUST ADD UP TO 100 PERCENT"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'RISKRULE' THEN
                IF CTL-RSKR-REVIEW-SCORE = 0
                    OR CTL-RSKR-REVIEW-SCORE > 100
                    OR CTL-RSKR-MOVE-POINTS = 0
                    OR CTL-RSKR-MOVE-POINTS > 100 THEN
                     MOVE "REVIEW SCORE AND MOVE POINTS 1 TO 100"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'RFNDRULE' THEN
                IF CTL-RFND-THRESHOLD = 0 THEN
                     MOVE "REFUND THRESHOLD MUST BE ABOVE ZERO"
                         TO WS-MESSAGE
                END-IF
           ELSE
           IF WS-WANTED-ID = 'COLLRULE' THEN
                IF CTL-COLL-DEPOSIT-PCT = 0
                    OR CTL-COLL-DEPOSIT-PCT > 100
                    OR CTL-COLL-ASSET-PCT = 0
                    OR CTL-COLL-ASSET-PCT > 100 THEN
                     MOVE "COVER PERCENTAGES MUST BE 1 TO 100"
                         TO WS-MESSAGE
                ELSE
                IF CTL-COLL-STALE-DAYS = 0 THEN
                     MOVE "STALE DAYS MUST BE ABOVE ZERO"
                         TO WS-MESSAGE
                END-IF
                END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       635-CHECK-SECR-HOURS.

           MOVE 'Y' TO WS-HOURS-SW.

           MOVE CTL-SECR-OPEN-TIME TO WS-HHMM.
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59 THEN
                MOVE 'N' TO WS-HOURS-SW
           END-IF.

           MOVE CTL-SECR-CLOSE-TIME TO WS-HHMM.
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59 THEN
                MOVE 'N' TO WS-HOURS-SW
           END-IF.

           IF CTL-SECR-OPEN-TIME NOT < CTL-SECR-CLOSE-TIME THEN
                MOVE 'N' TO WS-HOURS-SW
           END-IF.

       640-APPROVE-CHANGE.

           PERFORM 181-CHECK-APPROVER-AUTH.
           IF WS-AUTH-DENIED THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "NOT AUTHORIZED TO APPROVE PARAMETER CHANGES"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

           MOVE WS-WANTED-ID TO CTLP-RECORD-ID.

           EXEC CICS READ
                FILE('CTLPFILE')
                INTO(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           IF WS-PEND-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO CHANGE IS AWAITING APPROVAL FOR THAT RECORD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "CHANGE QUEUE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

      * THE MAKER IS NEVER THE CHECKER
           IF CTLP-USERID = EIBUSER THEN
                PERFORM 185-LOG-DENIED-ATTEMPT
                MOVE "MAKER CANNOT APPROVE THEIR OWN CHANGE"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

      * APPLY UNDER READ UPDATE/REWRITE. THE RECORD MUST STILL BE AS
      * IT WAS WHEN THE CHANGE WAS KEYED - IF THE SYSTEM OR ANOTHER
      * CHANGE HAS MOVED IT ON, THE APPROVAL WOULD QUIETLY UNDO THAT
           MOVE WS-WANTED-ID TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF CTLP-RECORD-IS-NEW
                    OR CTL-DATA NOT = CTLP-OLD-DATA THEN
                     EXEC CICS UNLOCK
                          FILE('CTLFILE')
                     END-EXEC
                     MOVE "RECORD CHANGED SINCE KEYED - REJECT IT"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                MOVE CTLP-NEW-DATA TO CTL-DATA
                EXEC CICS REWRITE
                     FILE('CTLFILE')
                     FROM(CTLREC)
                     LENGTH(CTLREC-LEN)
                END-EXEC
           ELSE
           IF WS-RESP = DFHRESP(NOTFND) THEN
                IF CTLP-RECORD-EXISTED THEN
                     MOVE "RECORD CHANGED SINCE KEYED - REJECT IT"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
                MOVE SPACES TO CTLREC
                MOVE WS-WANTED-ID  TO CTL-RECORD-ID
                MOVE CTLP-NEW-DATA TO CTL-DATA
                EXEC CICS WRITE
                     FILE('CTLFILE')
                     FROM(CTLREC)
                     LENGTH(CTLREC-LEN)
                     RIDFLD(CTL-RECORD-ID)
                END-EXEC
           ELSE
                MOVE "CONTROL FILE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

      * THE WHOLE CHANGE AND BOTH OPERATORS GO ON THE HISTORY, AND
      * EACH SETTING THAT MOVED GOES ON THE AUDIT JOURNAL
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE SPACES TO CTLHREC.
           MOVE WS-WANTED-ID  TO CTLH-RECORD-ID.
           MOVE WS-NOW-DATE   TO CTLH-DATE.
           MOVE WS-NOW-TIME   TO CTLH-TIME.
           MOVE CTLP-USERID   TO CTLH-MAKER.
           MOVE CTLP-DATE     TO CTLH-KEYED-DATE.
           MOVE CTLP-TIME     TO CTLH-KEYED-TIME.
           MOVE EIBUSER       TO CTLH-CHECKER.
           MOVE CTLP-OLD-DATA TO CTLH-BEFORE-DATA.
           MOVE CTLP-NEW-DATA TO CTLH-AFTER-DATA.

           EXEC CICS WRITE
                FILE('CTLHFILE')
                FROM(CTLHREC)
                LENGTH(CTLHREC-LEN)
                RIDFLD(CTLH-KEY)
           END-EXEC.

           PERFORM 660-JOURNAL-ONE-SETTING
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-ST-COUNT.

      * THE CHANGE IS DONE - TAKE IT OFF THE QUEUE
           EXEC CICS DELETE
                FILE('CTLPFILE')
                RIDFLD(CTLP-RECORD-ID)
           END-EXEC.

           MOVE "CHANGE APPROVED AND NOW IN EFFECT" TO WS-MESSAGE.
           GO TO 750-SHOW-RECORD.

       660-JOURNAL-ONE-SETTING.

           MOVE WS-ST-OFFSET(WS-SET-IDX) TO WS-OFF.
           MOVE WS-ST-LENGTH(WS-SET-IDX) TO WS-LEN.

           IF CTLP-OLD-DATA(WS-OFF:WS-LEN)
               NOT = CTLP-NEW-DATA(WS-OFF:WS-LEN) THEN
                MOVE SPACES TO AUDITREC
                MOVE WS-NOW-DATE TO AUDIT-DATE
                MOVE WS-NOW-TIME TO AUDIT-TIME
                MOVE EIBUSER  TO AUDIT-USERID
                MOVE EIBTRMID TO AUDIT-TERMID
                MOVE EIBTRNID TO AUDIT-TRANSID
                SET AUDIT-ACTION-PARAMETER TO TRUE
                MOVE WS-WANTED-ID TO AUDIT-CTL-RECORD-ID
                MOVE CTLP-OLD-DATA(WS-OFF:WS-LEN)
                    TO AUDIT-BEFORE-SETTING(10 - WS-LEN:WS-LEN)
                MOVE CTLP-NEW-DATA(WS-OFF:WS-LEN)
                    TO AUDIT-AFTER-SETTING(10 - WS-LEN:WS-LEN)
                EXEC CICS WRITE
                     FILE('AUDTFILE')
                     FROM(AUDITREC)
                     LENGTH(AUDITREC-LEN)
                END-EXEC
           END-IF.

       680-REJECT-CHANGE.

           MOVE WS-WANTED-ID TO CTLP-RECORD-ID.

           EXEC CICS READ
                FILE('CTLPFILE')
                INTO(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           IF WS-PEND-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO CHANGE IS AWAITING APPROVAL FOR THAT RECORD"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "CHANGE QUEUE UNAVAILABLE - NOTHING CHANGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

      * THE MAKER MAY WITHDRAW THEIR OWN CHANGE - ANYONE ELSE NEEDS
      * THE APPROVER FLAG TO TURN IT DOWN. CTLFILE WAS NEVER TOUCHED,
      * SO THERE IS NOTHING TO HISTORY OR AUDIT
           IF CTLP-USERID NOT = EIBUSER THEN
                PERFORM 181-CHECK-APPROVER-AUTH
                IF WS-AUTH-DENIED THEN
                     PERFORM 185-LOG-DENIED-ATTEMPT
                     MOVE "NOT AUTHORIZED TO REJECT PARAMETER CHANGES"
                         TO WS-MESSAGE
                     GO TO 500-REPORT-ERROR
                END-IF
           END-IF.

           EXEC CICS DELETE
                FILE('CTLPFILE')
                RIDFLD(CTLP-RECORD-ID)
           END-EXEC.

           MOVE "CHANGE REJECTED - THE SETTINGS ARE AS THEY WERE"
               TO WS-MESSAGE.
           GO TO 750-SHOW-RECORD.

       700-LIST-RECORDS.

           MOVE 'N' TO WS-BR-SW.
           MOVE 'N' TO WS-MORE-SW.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-LINE-TABLE.
           MOVE SPACES TO WS-NOW-TABLE.
           MOVE LOW-VALUES TO CTL-RECORD-ID.

           EXEC CICS STARTBR
                FILE('CTLFILE')
                RIDFLD(CTL-RECORD-ID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           END-IF.

           PERFORM 710-SCAN-NEXT-RECORD
                UNTIL WS-BR-DONE.

           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('CTLFILE')
                END-EXEC
           END-IF.

           IF WS-MESSAGE = SPACES THEN
                IF WS-LINE-COUNT = 0 THEN
                     MOVE "NO CONTROL RECORDS - KEY AN ID TO ADD"
                         TO WS-MESSAGE
                ELSE
                IF WS-MORE-RECORDS THEN
                     MOVE "MORE RECORDS ON FILE - KEY AN ID TO SEE IT"
                         TO WS-MESSAGE
                ELSE
                     MOVE "KEY AN ID TO SEE IT, THEN C, A OR R"
                         TO WS-MESSAGE
                END-IF
                END-IF
           END-IF.

           MOVE SPACES TO WS-WANTED-ID.
           GO TO 800-SHOW-SCREEN.

       710-SCAN-NEXT-RECORD.

           EXEC CICS READNEXT
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
           IF WS-LINE-COUNT < 12 THEN
                PERFORM 720-FORMAT-LIST-LINE
                ADD 1 TO WS-LINE-COUNT
                MOVE WS-LIST-LINE TO WS-LINE-ENTRY(WS-LINE-COUNT)
           ELSE
                SET WS-MORE-RECORDS TO TRUE
                MOVE 'Y' TO WS-BR-SW
           END-IF
           END-IF.

       720-FORMAT-LIST-LINE.

      * ONE LINE PER RECORD - ITS ID, ITS SETTINGS IN WORDS, AND A
      * FLAG WHEN A CHANGE TO IT IS WAITING
           PERFORM 160-DESCRIBE-RECORD.
           MOVE CTL-RECORD-ID TO WS-LL-ID.
           MOVE WS-PLAIN-TEXT TO WS-LL-TEXT.
           MOVE SPACES TO WS-LL-FLAG.

           MOVE CTL-RECORD-ID TO CTLP-RECORD-ID.

           EXEC CICS READ
                FILE('CTLPFILE')
                INTO(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           IF WS-PEND-RESP = DFHRESP(NORMAL) THEN
                MOVE 'PENDING' TO WS-LL-FLAG
           END-IF.

       750-SHOW-RECORD.

      * THE ONE RECORD IN FULL - EACH SETTING NOW AND AS PROPOSED,
      * WITH THE CURRENT VALUES READY IN THE VALUE FIELDS TO KEY
      * OVER
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-LINE-TABLE.
           MOVE SPACES TO WS-NOW-TABLE.
           MOVE WS-WANTED-ID TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-ON-FILE-SW
                PERFORM 170-SET-DEFAULTS
           ELSE
                MOVE "CONTROL FILE UNAVAILABLE" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE WS-WANTED-ID TO CTLP-RECORD-ID.

           EXEC CICS READ
                FILE('CTLPFILE')
                INTO(CTLPREC)
                LENGTH(CTLPREC-LEN)
                RIDFLD(CTLP-RECORD-ID)
                RESP(WS-PEND-RESP)
           END-EXEC.

           PERFORM 720-FORMAT-LIST-LINE.
           MOVE WS-LIST-LINE TO WS-LINE-ENTRY(1).
           MOVE WS-SETTING-HEAD TO WS-LINE-ENTRY(3).
           MOVE 3 TO WS-LINE-COUNT.

           PERFORM 760-FORMAT-SETTING-LINE
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-ST-COUNT.

           IF WS-PEND-RESP = DFHRESP(NORMAL) THEN
                MOVE CTLP-USERID TO WS-PL-USERID
                MOVE CTLP-DATE   TO WS-PL-DATE
                MOVE CTLP-TIME   TO WS-PL-TIME
                MOVE WS-PENDING-LINE TO WS-LINE-ENTRY(10)
                MOVE CTLP-NEW-DATA TO CTL-DATA
                PERFORM 160-DESCRIBE-RECORD
                MOVE WS-PLAIN-TEXT TO WS-PR-TEXT
                MOVE WS-PROPOSED-LINE TO WS-LINE-ENTRY(11)
           END-IF.

           IF WS-ST-SYSTEM THEN
                MOVE WS-ST-OWNER TO WS-LINE-ENTRY(12)
           ELSE
           IF NOT WS-ON-FILE THEN
                MOVE "NOT ON FILE YET - THE DEFAULTS ARE SHOWN"
                    TO WS-LINE-ENTRY(12)
           END-IF
           END-IF.

           IF WS-MESSAGE = SPACES THEN
                IF WS-ST-SYSTEM THEN
                     MOVE "SHOWN ONLY - SET BY THE SYSTEM"
                         TO WS-MESSAGE
                ELSE
                IF WS-PEND-RESP = DFHRESP(NORMAL) THEN
                     MOVE "A (APPROVE) OR R (REJECT) THE CHANGE WAITING"
                         TO WS-MESSAGE
                ELSE
                     MOVE "KEY NEW VALUES OVER THE OLD AND ACTION C"
                         TO WS-MESSAGE
                END-IF
                END-IF
           END-IF.

           GO TO 800-SHOW-SCREEN.

       760-FORMAT-SETTING-LINE.

           MOVE WS-ST-OFFSET(WS-SET-IDX) TO WS-OFF.
           MOVE WS-ST-LENGTH(WS-SET-IDX) TO WS-LEN.

           MOVE WS-SET-IDX TO WS-SL-NUMBER.
           MOVE WS-ST-LABEL(WS-SET-IDX) TO WS-SL-LABEL.
           MOVE SPACES TO WS-SL-NOW.
           MOVE SPACES TO WS-SL-NEW.
           MOVE CTL-DATA(WS-OFF:WS-LEN) TO WS-SL-NOW.
           MOVE CTL-DATA(WS-OFF:WS-LEN)
               TO WS-NOW-VALUE(WS-SET-IDX).
           IF WS-PEND-RESP = DFHRESP(NORMAL) THEN
                MOVE CTLP-NEW-DATA(WS-OFF:WS-LEN) TO WS-SL-NEW
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-SETTING-LINE TO WS-LINE-ENTRY(WS-LINE-COUNT).

       800-SHOW-SCREEN.

           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           MOVE WS-WANTED-ID TO RECIDO.
           MOVE WS-NOW-VALUE(1) TO VAL1O.
           MOVE WS-NOW-VALUE(2) TO VAL2O.
           MOVE WS-NOW-VALUE(3) TO VAL3O.
           MOVE WS-NOW-VALUE(4) TO VAL4O.
           MOVE WS-NOW-VALUE(5) TO VAL5O.

           MOVE WS-LINE-ENTRY(1)  TO LINE1O.
           MOVE WS-LINE-ENTRY(2)  TO LINE2O.
           MOVE WS-LINE-ENTRY(3)  TO LINE3O.
           MOVE WS-LINE-ENTRY(4)  TO LINE4O.
           MOVE WS-LINE-ENTRY(5)  TO LINE5O.
           MOVE WS-LINE-ENTRY(6)  TO LINE6O.
           MOVE WS-LINE-ENTRY(7)  TO LINE7O.
           MOVE WS-LINE-ENTRY(8)  TO LINE8O.
           MOVE WS-LINE-ENTRY(9)  TO LINE9O.
           MOVE WS-LINE-ENTRY(10) TO LINE10O.
           MOVE WS-LINE-ENTRY(11) TO LINE11O.
           MOVE WS-LINE-ENTRY(12) TO LINE12O.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NK')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA56')
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHK.
