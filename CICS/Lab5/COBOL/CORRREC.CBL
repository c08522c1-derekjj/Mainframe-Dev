      * TEMPLATE AND THE ACCTREC NAME AND ADDRESS, PRODUCES THE
      * PRINT FILE, AND FLAGS THE TRIGGER PRINTED.
      * LETTER CODES IN USE: DORM (DORMANT SUSPENSION), LIMC (LIMIT
      * CHANGE APPLIED), CBAL (CREDIT BALANCE HELD), DSPR (DISPUTE
      * LOST - PROVISIONAL CREDIT REVERSED), LATE (MINIMUM PAYMENT
      * MISSED - LATE FEE ASSESSED), TLRV (TEMPORARY LIMIT ENDED WITH
      * THE BALANCE OVER THE RESTORED LIMIT), RFND (CREDIT BALANCE
      * REFUNDED), CREL (PLEDGED COLLATERAL RELEASED ON CLOSE - THE
      * AMOUNT IS THE COLLATERAL VALUE).
      * A TRIGGER FOR AN ACCOUNT FLAGGED FOR RETURNED MAIL IS NOT
      * PRINTED BUT MARKED HELD, AND STAYS QUEUED UNTIL THE FLAG IS
      * CLEARED - THE FIRST LETTER RUN AFTER THAT PRINTS IT.
      * A COLLECTION LETTER FOR AN ACCOUNT UNDER LEGAL HOLD IS NEVER
      * SENT - THE TRIGGER IS MARKED SUPPRESSED AND LEFT AT THAT.
       01 CORRREC.
           05 CORR-DATE                 PIC 9(6).
           05 CORR-TIME                 PIC 9(6).
           05 CORR-LETTER-CODE          PIC X(4).
                88 CORR-COLLECTION-LETTER   VALUE 'LATE'.
           05 CORR-ACCTKEY.
                10 CORR-ACCTCODE        PIC X(3).
                10 CORR-ACCTNO          PIC 9(5).
           05 CORR-SOURCE               PIC X(8).
           05 CORR-PRINTED-FLAG         PIC X.
                88 CORR-PRINTED             VALUE 'Y'.
                88 CORR-HELD                VALUE 'H'.
                88 CORR-SUPPRESSED          VALUE 'S'.
       01 CORRREC-LEN           PIC S9(4) COMP VALUE 41.
