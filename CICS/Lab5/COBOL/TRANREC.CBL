      *         ACROSS THE CENTURY. DCIA2DTC CONVERTED THE OLD FILE.
                10 TRAN-DATE            PIC 9(8).
                10 TRAN-SEQ             PIC 9(3).
      *    THE WAY THE BALANCE MOVED - NORMALLY THE DIRECTION OF ITS
      *    CODE, BUT A REVERSAL RUNS OPPOSITE, AND A BALANCE MOVED
      *    BETWEEN ACCOUNTS GOES WHICHEVER WAY THE BALANCE LAY
           05 TRAN-TYPE                 PIC X.
                88 TRAN-TYPE-DEBIT          VALUE 'D'.
                88 TRAN-TYPE-CREDIT         VALUE 'C'.
           05 TRAN-AMOUNT               PIC 9(6)V99.
           05 TRAN-USERID               PIC X(8).
           05 TRAN-DESC                 PIC X(20).
      *    TRANSACTION CODE ON TCODFILE - A REVERSAL OR CORRECTION
      *    CARRIES ITS ORIGINAL'S CODE. ADDED AT THE END SO NOTHING
      *    ELSE MOVED; DCIA2TCV CONVERTED THE 56-BYTE FILE.
           05 TRAN-CODE                 PIC X(2).
       01 TRANREC-LEN           PIC S9(4) COMP VALUE 58.
