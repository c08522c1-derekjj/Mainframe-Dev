      * DISPUTE CASE RECORD ON DISPFILE, KEYED BY THE DISPUTED
      * TRANFILE POSTING (ACCOUNT, DATE, SEQUENCE) SO A POSTING CAN
      * ONLY EVER CARRY ONE CASE. OPENED FROM THE IA40 HISTORY
      * BROWSE INTO THE IA50 DISPUTE SCREEN, WHICH POSTS THE
      * PROVISIONAL CREDIT AND KEEPS ITS TRANFILE KEY HERE. RESOLVED
      * ON THE SAME SCREEN - WON MAKES THE CREDIT FINAL, LOST POSTS
      * A DEBIT REVERSING IT AND DROPS A DSPR LETTER TRIGGER ON
      * CORRFILE. DCIA2AGE SKIPS BOTH THE DISPUTED DEBIT AND THE
      * PROVISIONAL CREDIT WHEN IT DATES A BALANCE, AND THE WEEKLY
      * DCIA2DSP REPORT AGES THE OPEN CASES AGAINST THEIR DEADLINE.
       01 DISPREC.
           05 DISP-KEY.
                10 DISP-ACCTKEY.
                     15 DISP-ACCTCODE   PIC X(3).
                     15 DISP-ACCTNO     PIC 9(5).
                10 DISP-TRAN-DATE       PIC 9(8).
                10 DISP-TRAN-SEQ        PIC 9(3).
           05 DISP-STATUS               PIC X.
                88 DISP-OPEN                VALUE 'O'.
                88 DISP-WON                 VALUE 'W'.
                88 DISP-LOST                VALUE 'L'.
           05 DISP-AMOUNT               PIC 9(6)V99.
           05 DISP-REASON               PIC X(20).
           05 DISP-OPEN-DATE            PIC 9(8).
           05 DISP-OPEN-USERID          PIC X(8).
           05 DISP-DEADLINE             PIC 9(8).
           05 DISP-PROV-DATE            PIC 9(8).
           05 DISP-PROV-SEQ             PIC 9(3).
           05 DISP-RESOLVED-DATE        PIC 9(8).
           05 DISP-RESOLVED-USERID      PIC X(8).
       01 DISPREC-LEN           PIC S9(4) COMP VALUE 99.
