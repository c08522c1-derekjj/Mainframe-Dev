      * ONE FLAG PER ACCOUNT TRANSACTION PLUS THE LARGEST CREDIT
      * LIMIT THE OPERATOR MAY SET. AN OPERATOR WITH NO RECORD IS
      * DENIED - BUT A SECFILE THAT IS ITSELF UNAVAILABLE DOES NOT
      * LOCK THE BRANCH OUT. DCIA2OCV CONVERTED THE 21-BYTE FILE
      * WHEN SCOPE AND THE CUSTOMER NUMBER WERE ADDED.
       01 SECREC.
           05 SEC-USERID                PIC X(8).
           05 SEC-ALLOW-INQUIRY         PIC X.
           05 SEC-ALLOW-APPROVE         PIC X.
                88 SEC-ALLOWS-APPROVE       VALUE 'Y'.
           05 SEC-MAX-CRLIMIT           PIC 9(6)V99.
      *    BRANCH SCOPE - 'B' THE OPERATOR'S HOME BRANCH ONLY, 'R'
      *    EVERY BRANCH IN THEIR HOME REGION ON BRCHFILE, 'A' ALL
      *    BRANCHES. A RECORD WRITTEN BEFORE SCOPE EXISTED CARRIES
      *    SPACES HERE AND KEEPS THE ALL-BRANCHES ACCESS IT HAD.
           05 SEC-SCOPE-TYPE            PIC X.
                88 SEC-SCOPE-ALL            VALUE 'A' ' '.
                88 SEC-SCOPE-BRANCH         VALUE 'B'.
                88 SEC-SCOPE-REGION         VALUE 'R'.
           05 SEC-HOME-BRANCH           PIC X(3).
           05 SEC-HOME-REGION           PIC X(10).
      *    THE OPERATOR'S OWN CUSTOMER NUMBER ON CUSTFILE, ZERO FOR
      *    AN OPERATOR WHO BANKS ELSEWHERE - THE WEEKLY SEGREGATION-
      *    OF-DUTIES RUN FINDS THE ACCOUNTS THE OPERATOR HOLDS FROM IT.
           05 SEC-CUST-NUMBER           PIC 9(6).
       01 SECREC-LEN            PIC S9(4) COMP VALUE 41.
