      * ONLINE BY THE IA45 SCREEN IN THE SAME MOLD AS STATFILE, AND
      * HONOURED BY THE NIGHTLY BATCHES: THE ACCRUE FLAG GATES
      * DCIA2INT, THE STATEMENT FLAG GATES DCIA2STM.
      * THE PAYMENT RULE SETS WHAT EACH STATEMENT ASKS FOR - THE
      * GREATER OF A PERCENTAGE OF THE CLOSING BALANCE AND A FLOOR,
      * DUE A NUMBER OF BUSINESS DAYS AFTER THE STATEMENT DATE, AND
      * THE FEE DCIA2LFE ASSESSES WHEN IT IS MISSED. A ZERO FIELD
      * TAKES THE HOUSE DEFAULT. DCIA2PCV GREW THE 28-BYTE FILE.
       01 PRODREC.
           05 PROD-CODE                 PIC X(2).
           05 PROD-DESC                 PIC X(24).
                88 PROD-ACCRUES             VALUE 'Y'.
           05 PROD-STMT-FLAG            PIC X.
                88 PROD-GETS-STATEMENT      VALUE 'Y'.
           05 PROD-MINPAY-PCT           PIC 9(2)V99.
           05 PROD-MINPAY-FLOOR         PIC 9(4)V99.
           05 PROD-DUE-DAYS             PIC 9(2).
           05 PROD-LATE-FEE             PIC 9(4)V99.
       01 PRODREC-LEN           PIC S9(4) COMP VALUE 46.
