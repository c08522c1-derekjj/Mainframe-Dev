
       01 WS-MESSAGE        PIC X(60) VALUE SPACES.

      * BUSINESS HOURS AS KEYED - BOTH LEFT BLANK FILE AS ZEROES SO
      * THE BRANCH TAKES THE SYSTEM-WIDE HOURS
       01 WS-HOURS-SW       PIC X VALUE 'Y'.
            88 WS-HOURS-VALID    VALUE 'Y'.
       01 WS-OPEN-TIME.
            05 WS-OPEN-HH         PIC 99.
            05 WS-OPEN-MM         PIC 99.
       01 WS-CLOSE-TIME.
            05 WS-CLOSE-HH        PIC 99.
            05 WS-CLOSE-MM        PIC 99.

      * USED BY THE BRANCH LISTING BROWSE
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-BR-SW          PIC X VALUE 'N'.

      * IMPLEMENT VALIDATION LOGIC - A BLANK ACTION JUST RELISTS

           PERFORM 170-CHECK-HOURS.

           IF ACTIONL = 0 THEN
                GO TO 700-LIST-BRANCHES
           ELSE
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI NOT = "D" AND NOT WS-HOURS-VALID THEN
                MOVE "HOURS MUST BE HHMM, OPENING BEFORE CLOSING"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF ACTIONI = "A" THEN
                GO TO 600-ADD-BRANCH
           ELSE
                GO TO 640-DELETE-BRANCH
           END-IF.

       170-CHECK-HOURS.

      * HOURS ARE OPTIONAL, BUT ONCE KEYED BOTH MUST BE A REAL TIME
      * OF DAY AND THE BRANCH MUST OPEN BEFORE IT CLOSES
           MOVE 'Y' TO WS-HOURS-SW.
           MOVE ZEROES TO WS-OPEN-TIME.
           MOVE ZEROES TO WS-CLOSE-TIME.

           IF BOPNTML > 0 OR BCLSTML > 0 THEN
                IF BOPNTML NOT = 4 OR BCLSTML NOT = 4
                    OR BOPNTMI IS NOT NUMERIC
                    OR BCLSTMI IS NOT NUMERIC THEN
                     MOVE 'N' TO WS-HOURS-SW
                ELSE
                     MOVE BOPNTMI TO WS-OPEN-TIME
                     MOVE BCLSTMI TO WS-CLOSE-TIME
                     IF WS-OPEN-HH > 23 OR WS-OPEN-MM > 59
                         OR WS-CLOSE-HH > 23 OR WS-CLOSE-MM > 59
                         OR WS-OPEN-TIME NOT < WS-CLOSE-TIME THEN
                          MOVE 'N' TO WS-HOURS-SW
                     END-IF
                END-IF
           END-IF.

       300-BRANCH-NOTFND.

           MOVE LOW-VALUES TO MAP1O.
           MOVE BNAMEI  TO BRCH-NAME.
           MOVE BREGNI  TO BRCH-REGION.
           MOVE BOPENI  TO BRCH-OPEN-FLAG.
           MOVE WS-OPEN-TIME  TO BRCH-OPEN-TIME.
           MOVE WS-CLOSE-TIME TO BRCH-CLOSE-TIME.

           EXEC CICS WRITE
                FILE('BRCHFILE')
           MOVE BNAMEI TO BRCH-NAME.
           MOVE BREGNI TO BRCH-REGION.
           MOVE BOPENI TO BRCH-OPEN-FLAG.
           MOVE WS-OPEN-TIME  TO BRCH-OPEN-TIME.
           MOVE WS-CLOSE-TIME TO BRCH-CLOSE-TIME.

           EXEC CICS REWRITE
                FILE('BRCHFILE')
