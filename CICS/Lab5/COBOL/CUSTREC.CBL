           05 CUST-TITL                 PIC X(4).
           05 CUST-ADDR1                PIC X(20).
           05 CUST-ADDR2                PIC X(20).
      *    THE CUSTOMER'S OWN CEILING ON COMBINED CREDIT LIMITS
      *    ACROSS EVERY LINKED ACCOUNT - ZERO LEAVES THE HOUSE
      *    CEILING ON THE CTLFILE 'EXPOSURE' RECORD IN FORCE.
      *    DCIA2CCV CONVERTED THE 80-BYTE FILE.
           05 CUST-EXPO-CEILING         PIC 9(7)V99.
      *    'Y' - ONE CONSOLIDATED DCIA2STM STATEMENT COVERING EVERY
      *    LINKED ACCOUNT, IN PLACE OF ONE STATEMENT PER ACCOUNT
           05 CUST-CONSOL-STMT          PIC X.
                88 CUST-WANTS-CONSOL    VALUE 'Y'.
       01 CUSTREC-LEN           PIC S9(4) COMP VALUE 90.
