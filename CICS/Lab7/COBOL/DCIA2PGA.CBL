      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.

      * THE LINK FILE IS KEYED CUSTOMER-FIRST, SO THE BROWSE STARTS
       01 WS-TOTAL-CURBAL   PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-CRLIMIT  PIC 9(7)V99 VALUE ZERO.

      * LIVE EXPOSURE - THE LIMITS OF EVERY LINKED ACCOUNT THAT IS
      * NOT CLOSED OR ESCHEATED - SHOWN AGAINST THE CUSTOMER'S OWN
      * CEILING, OR FAILING THAT THE HOUSE CEILING ON THE CTLFILE
      * 'EXPOSURE' RECORD
       01 WS-EXPO-TOTAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPO-CEILING   PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPO-LINE.
            05 FILLER             PIC X(4) VALUE 'EXP='.
            05 WS-XL-TOTAL        PIC 9999999.99.
            05 FILLER             PIC X(6) VALUE ' CEIL='.
            05 WS-XL-CEILING      PIC 9999999.99.
            05 WS-XL-CEILING-X REDEFINES WS-XL-CEILING
                                  PIC X(10).
            05 WS-XL-FLAG         PIC X(5).

       01 WS-CUSTOMER-NAME.
            05 WS-CN-TITL         PIC X(4).
            05 FILLER             PIC X VALUE SPACE.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-TOTAL-CURBAL.
           MOVE ZERO TO WS-TOTAL-CRLIMIT.
           MOVE ZERO TO WS-EXPO-TOTAL.
           MOVE SPACES TO WS-LINE-TABLE.

      * THE CUSTOMER'S OWN CEILING WINS - A ZERO ON CUSTFILE MEANS
      * NONE OF THEIR OWN, SO THE HOUSE CEILING APPLIES
           MOVE ZERO TO WS-EXPO-CEILING.
           MOVE 'EXPOSURE' TO CTL-RECORD-ID.

           EXEC CICS READ
                FILE('CTLFILE')
                INTO(CTLREC)
                LENGTH(CTLREC-LEN)
                RIDFLD(CTL-RECORD-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND CTL-EXPO-CEILING IS NUMERIC THEN
                MOVE CTL-EXPO-CEILING TO WS-EXPO-CEILING
           END-IF.

           IF CUST-EXPO-CEILING IS NUMERIC
               AND CUST-EXPO-CEILING > 0 THEN
                MOVE CUST-EXPO-CEILING TO WS-EXPO-CEILING
           END-IF.

           MOVE WS-WANTED-CUSTNO TO CLNK-CUST-NUMBER.
           MOVE LOW-VALUES TO CLNK-ACCTKEY.

                ADD 1 TO WS-ACCT-COUNT
                ADD CURBAL  TO WS-TOTAL-CURBAL
                ADD CRLIMIT TO WS-TOTAL-CRLIMIT
                IF STAT NOT = 'C' AND STAT NOT = 'Z'
                    AND STAT NOT = 'E' THEN
                     ADD CRLIMIT TO WS-EXPO-TOTAL
                END-IF
                MOVE STAT    TO WS-DL-STAT
                MOVE CURBAL  TO WS-DL-CURBAL
                MOVE CRLIMIT TO WS-DL-CRLIMIT
           MOVE WS-TOTAL-CRLIMIT TO WS-TL-CRLIMIT.
           MOVE WS-TOTAL-LINE    TO TOTLO.

           MOVE WS-EXPO-TOTAL TO WS-XL-TOTAL.
           MOVE SPACES TO WS-XL-FLAG.
           IF WS-EXPO-CEILING = 0 THEN
                MOVE 'NONE' TO WS-XL-CEILING-X
           ELSE
                MOVE WS-EXPO-CEILING TO WS-XL-CEILING
                IF WS-EXPO-TOTAL > WS-EXPO-CEILING THEN
                     MOVE ' OVER' TO WS-XL-FLAG
                END-IF
           END-IF.
           MOVE WS-EXPO-LINE TO EXPOO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2MA')
