      * CHARGE-OFF RECORD ON CHGOFILE, KEYED BY ACCOUNT. A COLLECTOR
      * WHO GIVES UP ON AN ACCOUNT FLAGS IT THROUGH IA43, WHICH FILES
      * A PENDING ('P') RECORD HERE. THE NIGHTLY DCIA2CHO RUN WRITES
      * OFF EVERY FLAGGED ACCOUNT AND EVERY ONE AGED PAST ITS
      * THRESHOLD, AND LEAVES THE RECORD WRITTEN OFF ('W') WITH THE
      * AMOUNT TAKEN OFF THE BOOKS. FROM THEN ON ANY CREDIT POSTED TO
      * THE ACCOUNT IS A RECOVERY - IA25 ADDS IT TO CHGO-RECOVERED
      * INSTEAD OF CURBAL, AND DCIA2GLB POSTS IT TO RECOVERY INCOME.
       01 CHGOREC.
           05 CHGO-KEY.
                10 CHGO-ACCTKEY.
                     15 CHGO-ACCTCODE   PIC X(3).
                     15 CHGO-ACCTNO     PIC 9(5).
           05 CHGO-STATUS               PIC X.
                88 CHGO-PENDING             VALUE 'P'.
                88 CHGO-WRITTEN-OFF         VALUE 'W'.
           05 CHGO-REASON               PIC X.
                88 CHGO-REASON-AGED         VALUE 'A'.
                88 CHGO-REASON-COLLECTOR    VALUE 'C'.
           05 CHGO-FLAG-DATE            PIC 9(8).
           05 CHGO-FLAG-USERID          PIC X(8).
           05 CHGO-DATE                 PIC 9(8).
           05 CHGO-AMOUNT               PIC 9(6)V99.
           05 CHGO-PRIOR-STAT           PIC X.
           05 CHGO-RECOVERED            PIC 9(6)V99.
           05 CHGO-LAST-RECOVERY        PIC 9(8).
       01 CHGOREC-LEN           PIC S9(4) COMP VALUE 59.
