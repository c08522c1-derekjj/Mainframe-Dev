      * CORPORATE CREDIT FACILITY RECORD ON FACFILE, KEYED BY THE
      * PARENT ACCOUNT. A BUSINESS CUSTOMER'S ONE APPROVED LINE IS
      * SHARED BY THE PARENT AND UP TO TEN WORKING SUB-ACCOUNTS -
      * WHILE AN ACCOUNT BELONGS TO A FACILITY THE POSTING CHECK
      * AND THE AVAILABLE-CREDIT FIGURES TEST THE FACILITY LIMIT
      * AGAINST THE COMBINED BALANCE OF EVERY MEMBER, AND THE
      * ACCOUNT'S OWN CRLIMIT STANDS ASIDE. MAINTAINED BY THE IA52
      * SCREEN, WHICH KEEPS FMBRFILE IN STEP.
       01 FACREC.
           05 FAC-PARENT-ACCTKEY.
                10 FAC-PARENT-ACCTCODE  PIC X(3).
                10 FAC-PARENT-ACCTNO    PIC 9(5).
           05 FAC-NAME                  PIC X(20).
           05 FAC-LIMIT                 PIC 9(6)V99.
           05 FAC-SUB-COUNT             PIC 9(2).
           05 FAC-SUB-ENTRY OCCURS 10 TIMES.
                10 FAC-SUB-ACCTKEY.
                     15 FAC-SUB-ACCTCODE PIC X(3).
                     15 FAC-SUB-ACCTNO  PIC 9(5).
       01 FACREC-LEN            PIC S9(4) COMP VALUE 118.
