      * ITS OUTCOME ON THE ACCOUNT'S NOTE TRAIL
       COPY 'NOTEREC'.

      * COPY CHARGE-OFF RECORD LAYOUT - A HOPELESS ITEM IS FLAGGED
      * HERE FOR THE NIGHTLY DCIA2CHO RUN TO WRITE OFF
       COPY 'CHGOREC'.

      * COPY DISPUTE CASE RECORD LAYOUT - AN ACCOUNT WITH AN OPEN
      * CASE IS MARKED ON THE LIST. ITS QUEUED BALANCE ALREADY
      * CARRIES THE PROVISIONAL CREDIT, SO THE DISPUTED AMOUNT IS
      * NOT BEING CHASED.
       COPY 'DISPREC'.
       01 WS-DISP-RESP      PIC S9(8) COMP VALUE ZERO.
       01 WS-DISP-BR-SW     PIC X VALUE 'N'.
            88 WS-DISP-BR-DONE   VALUE 'Y'.
       01 WS-DISPUTE-SW     PIC X VALUE 'N'.
            88 WS-IN-DISPUTE     VALUE 'Y'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP1O.
           MOVE "BLANK LISTS DUE, A=ASSIGN W=WORK D=DONE X=CHARGE OFF"
               TO MSGO.

           EXEC CICS SEND
                GO TO 700-LIST-WORK
           ELSE
           IF ACTIONI NOT = "A" AND ACTIONI NOT = "W"
               AND ACTIONI NOT = "D" AND ACTIONI NOT = "X" THEN
                MOVE "ACTION MUST BE A, W, D OR X (CHARGE OFF)"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
                IF ACTIONI = "D" THEN
                     GO TO 640-CLOSE-ITEM
                ELSE
                IF ACTIONI = "X" THEN
                     IF OUTCOMEL = 0 THEN
                          MOVE "OUTCOME TEXT REQUIRED TO CHARGE OFF"
                              TO WS-MESSAGE
                          GO TO 500-REPORT-ERROR
                     ELSE
                          GO TO 630-FLAG-CHARGE-OFF
                     END-IF
                ELSE
                IF NEXTDTL < 6 OR NEXTDTI IS NOT NUMERIC THEN
                     MOVE "NEXT-ACTION DATE MUST BE YYMMDD"
                         TO WS-MESSAGE
                END-IF
                END-IF
                END-IF
                END-IF
           END-IF.

       300-ITEM-NOTFND.
               TO WS-MESSAGE.
           GO TO 800-CONFIRM.

       630-FLAG-CHARGE-OFF.

      * THE ITEM MUST STILL BE ON THE QUEUE - A MISSING ONE RAISES
      * NOTFND LIKE ANY OTHER ACTION. THE BALANCE IS NOT TOUCHED
      * HERE, THE NIGHTLY DCIA2CHO RUN DOES THE WRITE-OFF.
           MOVE WS-WANTED-ACCTKEY TO COLQ-ACCTKEY.

           EXEC CICS READ
                FILE('COLQFILE')
                INTO(COLQREC)
                LENGTH(COLQREC-LEN)
                RIDFLD(COLQ-KEY)
           END-EXEC.

           MOVE SPACES TO CHGOREC.
           MOVE WS-WANTED-ACCTKEY TO CHGO-ACCTKEY.
           SET CHGO-PENDING TO TRUE.
           SET CHGO-REASON-COLLECTOR TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO CHGO-FLAG-DATE.
           MOVE EIBUSER TO CHGO-FLAG-USERID.
           MOVE ZERO TO CHGO-DATE.
           MOVE ZERO TO CHGO-AMOUNT.
           MOVE ZERO TO CHGO-RECOVERED.
           MOVE ZERO TO CHGO-LAST-RECOVERY.

           EXEC CICS WRITE
                FILE('CHGOFILE')
                FROM(CHGOREC)
                LENGTH(CHGOREC-LEN)
                RIDFLD(CHGO-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                MOVE "ACCOUNT IS ALREADY FLAGGED FOR CHARGE-OFF"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE "CHARGE-OFF FILE UNAVAILABLE - ITEM NOT FLAGGED"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           PERFORM 650-ADD-OUTCOME-NOTE.

           MOVE "FLAGGED - TONIGHT'S CHARGE-OFF RUN WRITES IT OFF"
               TO WS-MESSAGE.
           GO TO 800-CONFIRM.

       640-CLOSE-ITEM.

           MOVE WS-WANTED-ACCTKEY TO COLQ-ACCTKEY.
           MOVE COLQ-NEXT-ACTION   TO WS-DL-NEXT.
           MOVE COLQ-PROMISE-AMOUNT TO WS-DL-PROM-AMT.
           MOVE COLQ-PROMISE-DATE  TO WS-DL-PROM-DATE.
           PERFORM 765-CHECK-DISPUTE.
           IF COLQ-PROMISE-BROKEN THEN
                MOVE "PROMISE BRK" TO WS-DL-FLAG
           ELSE
           IF WS-IN-DISPUTE THEN
                MOVE "IN DISPUTE" TO WS-DL-FLAG
           ELSE
                MOVE SPACES TO WS-DL-FLAG
           END-IF
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-DETAIL-LINE TO WS-LINE-ENTRY(WS-LINE-COUNT).

       765-CHECK-DISPUTE.

      * THE ACCOUNT'S CASES SIT TOGETHER AT THE FRONT OF THE
      * DISPFILE KEY - ANY ONE STILL OPEN MARKS THE ITEM. AN
      * UNAVAILABLE FILE COUNTS AS NO DISPUTES.
           MOVE 'N' TO WS-DISPUTE-SW.
           MOVE 'N' TO WS-DISP-BR-SW.
           MOVE COLQ-ACCTKEY TO DISP-ACCTKEY.
           MOVE ZERO TO DISP-TRAN-DATE.
           MOVE ZERO TO DISP-TRAN-SEQ.

           EXEC CICS STARTBR
                FILE('DISPFILE')
                RIDFLD(DISP-KEY)
                GTEQ
                RESP(WS-DISP-RESP)
           END-EXEC.

           IF WS-DISP-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           END-IF.

           PERFORM 766-SCAN-NEXT-CASE
                UNTIL WS-DISP-BR-DONE.

           IF WS-DISP-RESP = DFHRESP(NORMAL)
               OR WS-DISP-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('DISPFILE')
                END-EXEC
           END-IF.

       766-SCAN-NEXT-CASE.

           EXEC CICS READNEXT
                FILE('DISPFILE')
                INTO(DISPREC)
                LENGTH(DISPREC-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-DISP-RESP)
           END-EXEC.

           IF WS-DISP-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           ELSE
           IF DISP-ACCTKEY NOT = COLQ-ACCTKEY THEN
                MOVE 'Y' TO WS-DISP-BR-SW
           ELSE
           IF DISP-OPEN THEN
                SET WS-IN-DISPUTE TO TRUE
                MOVE 'Y' TO WS-DISP-BR-SW
           END-IF
           END-IF
           END-IF.

       800-CONFIRM.

           MOVE LOW-VALUES TO MAP1O.
