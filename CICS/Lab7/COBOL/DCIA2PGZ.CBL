            05 FILLER             PIC X(5) VALUE ' STM='.
            05 WS-DL-STMT         PIC X.

      * THE PAYMENT RULE IS KEYED AS DIGITS WITH THE DECIMALS
      * IMPLIED, THE SAME AS IA25 AMOUNTS - BLANK MEANS ZERO, WHICH
      * LEAVES THE STATEMENT RUN ON ITS HOUSE DEFAULT
       01 WS-RULE-X         PIC X(6).
       01 WS-RULE-9 REDEFINES WS-RULE-X
                            PIC 9(4)V99.
       01 WS-PCT-X          PIC X(4).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                            PIC 9(2)V99.
       01 WS-DAYS-X         PIC X(2).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                            PIC 9(2).

       01 WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 6 TIMES
                                  PIC X(40).
                MOVE "STATEMENT FLAG MUST BE Y OR N" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "D" AND MINPCTL > 0
               AND MINPCTI(1:MINPCTL) IS NOT NUMERIC THEN
                MOVE "MINIMUM PAYMENT PERCENT MUST BE NUMERIC"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "D" AND MINFLRL > 0
               AND MINFLRI(1:MINFLRL) IS NOT NUMERIC THEN
                MOVE "MINIMUM PAYMENT FLOOR MUST BE NUMERIC"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "D" AND DUEDAYL > 0
               AND DUEDAYI(1:DUEDAYL) IS NOT NUMERIC THEN
                MOVE "DUE DAYS MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "D" AND LATEFEL > 0
               AND LATEFEI(1:LATEFEL) IS NOT NUMERIC THEN
                MOVE "LATE FEE MUST BE NUMERIC" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "A" THEN
                GO TO 600-ADD-PRODUCT-CODE
           ELSE
           MOVE PDESCI TO PROD-DESC.
           MOVE ACCRFI TO PROD-ACCRUE-FLAG.
           MOVE STMTFI TO PROD-STMT-FLAG.
           PERFORM 610-TAKE-PAYMENT-RULE.

           EXEC CICS WRITE
                FILE('PRODFILE')
           MOVE "PRODUCT CODE ADDED" TO WS-MESSAGE.
           GO TO 700-LIST-PRODUCT-CODES.

       610-TAKE-PAYMENT-RULE.

           MOVE ZEROES TO WS-PCT-X.
           IF MINPCTL > 0 THEN
                MOVE MINPCTI(1:MINPCTL)
                    TO WS-PCT-X(5 - MINPCTL:MINPCTL)
           END-IF.
           MOVE WS-PCT-9 TO PROD-MINPAY-PCT.

           MOVE ZEROES TO WS-RULE-X.
           IF MINFLRL > 0 THEN
                MOVE MINFLRI(1:MINFLRL)
                    TO WS-RULE-X(7 - MINFLRL:MINFLRL)
           END-IF.
           MOVE WS-RULE-9 TO PROD-MINPAY-FLOOR.

           MOVE ZEROES TO WS-DAYS-X.
           IF DUEDAYL > 0 THEN
                MOVE DUEDAYI(1:DUEDAYL)
                    TO WS-DAYS-X(3 - DUEDAYL:DUEDAYL)
           END-IF.
           MOVE WS-DAYS-9 TO PROD-DUE-DAYS.

           MOVE ZEROES TO WS-RULE-X.
           IF LATEFEL > 0 THEN
                MOVE LATEFEI(1:LATEFEL)
                    TO WS-RULE-X(7 - LATEFEL:LATEFEL)
           END-IF.
           MOVE WS-RULE-9 TO PROD-LATE-FEE.

       620-CHANGE-PRODUCT-CODE.

           MOVE PCODEI TO PROD-CODE.
           MOVE PDESCI TO PROD-DESC.
           MOVE ACCRFI TO PROD-ACCRUE-FLAG.
           MOVE STMTFI TO PROD-STMT-FLAG.
           PERFORM 610-TAKE-PAYMENT-RULE.

           EXEC CICS REWRITE
                FILE('PRODFILE')
