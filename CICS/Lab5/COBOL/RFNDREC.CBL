      * CREDIT-BALANCE REFUND ON RFNDFILE, KEYED BY ACCOUNT AND A
      * PER-ACCOUNT REFUND NUMBER SO A BROWSE STARTED AT ONE ACCOUNT
      * WALKS THAT ACCOUNT'S WHOLE REFUND HISTORY IN ORDER. RAISED ON
      * IA61 AGAINST AN ACCOUNT CARRYING A CREDIT BALANCE. A REFUND
      * OVER THE 'RFNDRULE' THRESHOLD ON CTLFILE WAITS FOR A SECOND
      * OPERATOR WITH THE APPROVE FLAG; ONE AT OR UNDER IT IS
      * APPROVED AS IT IS RAISED. THE NIGHTLY DCIA2RFD RUN PAYS EVERY
      * APPROVED REFUND - ONE LINE ON THE DISBURSEMENT EXTRACT AND THE
      * MATCHING DEBIT ON TRANFILE TOGETHER - AND DCIA2RFR RECONCILES
      * THE REGISTER. ONE OPEN REFUND PER ACCOUNT AT A TIME. NOTHING
      * IS EVER DELETED.
       01 RFNDREC.
           05 RFND-KEY.
                10 RFND-ACCTKEY.
                     15 RFND-ACCTCODE   PIC X(3).
                     15 RFND-ACCTNO     PIC 9(5).
                10 RFND-SEQ             PIC 9(3).
           05 RFND-STATUS               PIC X.
                88 RFND-REQUESTED           VALUE 'R'.
                88 RFND-APPROVED            VALUE 'A'.
                88 RFND-PAID                VALUE 'P'.
                88 RFND-CANCELLED           VALUE 'C'.
                88 RFND-OPEN                VALUE 'R' 'A'.
           05 RFND-AMOUNT               PIC 9(6)V99.
      *    'B' BANK TRANSFER TO THE SORT CODE AND ACCOUNT BELOW, 'Q'
      *    CHEQUE TO THE NAME AND ADDRESS ON ACCTFILE WHEN PAID
           05 RFND-METHOD               PIC X.
                88 RFND-BY-BANK             VALUE 'B'.
                88 RFND-BY-CHEQUE           VALUE 'Q'.
           05 RFND-BANK-SORT            PIC X(6).
           05 RFND-BANK-ACCOUNT         PIC X(8).
           05 RFND-REQ-DATE             PIC 9(8).
           05 RFND-REQ-USERID           PIC X(8).
           05 RFND-APPR-DATE            PIC 9(8).
           05 RFND-APPR-USERID          PIC X(8).
      *    THE DEBIT THE PAYMENT RUN POSTED - DATE AND SEQUENCE ON
      *    TRANFILE UNDER THE SAME ACCOUNT
           05 RFND-PAID-DATE            PIC 9(8).
           05 RFND-PAID-SEQ             PIC 9(3).
           05 RFND-CANC-DATE            PIC 9(8).
           05 RFND-CANC-USERID          PIC X(8).
      *    'O' CANCELLED BY AN OPERATOR ON IA61. THE PAYMENT RUN
      *    CANCELS ONE IT CAN NEVER PAY - 'N' THE CREDIT BALANCE NO
      *    LONGER COVERS IT, 'X' THE ACCOUNT IS NO LONGER ON FILE
           05 RFND-CANC-REASON          PIC X.
                88 RFND-CANC-BY-OPERATOR    VALUE 'O'.
                88 RFND-CANC-NO-CREDIT      VALUE 'N'.
                88 RFND-CANC-NO-ACCOUNT     VALUE 'X'.
       01 RFNDREC-LEN           PIC S9(4) COMP VALUE 95.
