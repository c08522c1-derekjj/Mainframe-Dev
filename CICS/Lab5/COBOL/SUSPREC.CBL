      * PAYMENT SUSPENSE RECORD ON SUSPFILE, KEYED BY THE BANK FILE'S
      * DATE AND AN ITEM NUMBER. THE DCIA2BPI BANK PAYMENT INTAKE
      * FILES EVERY REMITTANCE IT CANNOT POST HERE - NO SUCH
      * ACCOUNT, A CLOSED ACCOUNT, A LINE THAT WILL NOT EDIT, OR A
      * POSTING THAT FAILED - SO THE MONEY IS NEVER LOST TRACK OF.
      * THE IA51 SUSPENSE SCREEN RE-POINTS AN OPEN ITEM TO THE RIGHT
      * ACCOUNT, POSTS THE CREDIT, AND LEAVES THE ITEM RE-POINTED
      * ('R') WITH THE POSTING IT BECAME.
       01 SUSPREC.
           05 SUSP-KEY.
                10 SUSP-FILE-DATE       PIC 9(8).
                10 SUSP-ITEM            PIC 9(5).
           05 SUSP-BANK-REF             PIC X(12).
           05 SUSP-QUOTED-ACCTKEY       PIC X(8).
           05 SUSP-AMOUNT               PIC 9(6)V99.
           05 SUSP-VALUE-DATE           PIC 9(8).
           05 SUSP-PAYER                PIC X(20).
           05 SUSP-REASON               PIC X.
                88 SUSP-NO-ACCOUNT          VALUE 'N'.
                88 SUSP-ACCT-CLOSED         VALUE 'C'.
                88 SUSP-BAD-DATA            VALUE 'I'.
                88 SUSP-POST-FAILED         VALUE 'F'.
           05 SUSP-STATUS               PIC X.
                88 SUSP-OPEN                VALUE 'O'.
                88 SUSP-REPOINTED           VALUE 'R'.
           05 SUSP-POST-ACCTKEY         PIC X(8).
           05 SUSP-POST-DATE            PIC 9(8).
           05 SUSP-POST-SEQ             PIC 9(3).
           05 SUSP-USERID               PIC X(8).
       01 SUSPREC-LEN           PIC S9(4) COMP VALUE 98.
