      * TEMPORARY CREDIT-LIMIT INCREASE ON TLIMFILE, ONE PER ACCOUNT.
      * SET ON THE IA59 SCREEN (PF5 FROM IA23) WITH THE END DATE THE
      * INCREASE RUNS TO. ONE BELOW THE SUPERVISOR THRESHOLD IS
      * APPLIED AT ONCE AND GOES IN ACTIVE; ONE ABOVE IT IS QUEUED
      * ON PENDFILE AS USUAL AND SITS HERE PENDING UNTIL IA29
      * APPROVES IT (ACTIVE, WITH THE LIMIT IT REPLACED AS THE
      * REVERT-TO LIMIT) OR REJECTS IT. THE NIGHTLY DCIA2TLR RUN PUTS
      * THE REVERT-TO LIMIT BACK ON THE END DATE - UNLESS THE LIMIT
      * HAS BEEN CHANGED AGAIN SINCE, WHICH SUPERSEDES THE TEMPORARY
      * ONE AND LEAVES THE NEW LIMIT ALONE. A FINISHED RECORD IS
      * REUSED BY THE ACCOUNT'S NEXT TEMPORARY INCREASE.
       01 TLIMREC.
           05 TLIM-KEY.
                10 TLIM-ACCTKEY.
                     15 TLIM-ACCTCODE   PIC X(3).
                     15 TLIM-ACCTNO     PIC 9(5).
           05 TLIM-TEMP-LIMIT           PIC 9(6)V99.
           05 TLIM-REVERT-LIMIT         PIC 9(6)V99.
           05 TLIM-END-DATE             PIC 9(8).
           05 TLIM-REASON               PIC X(2).
           05 TLIM-USERID               PIC X(8).
           05 TLIM-SET-DATE             PIC 9(8).
           05 TLIM-STATUS               PIC X.
                88 TLIM-PENDING             VALUE 'P'.
                88 TLIM-ACTIVE              VALUE 'A'.
                88 TLIM-REVERTED            VALUE 'R'.
                88 TLIM-SUPERSEDED          VALUE 'S'.
                88 TLIM-REJECTED            VALUE 'X'.
                88 TLIM-IN-FORCE            VALUE 'P' 'A'.
      *    THE DAY THE RECORD WAS REVERTED, SUPERSEDED OR REJECTED -
      *    ZERO WHILE IT IS STILL IN FORCE
           05 TLIM-CLOSE-DATE           PIC 9(8).
       01 TLIMREC-LEN           PIC S9(4) COMP VALUE 59.
