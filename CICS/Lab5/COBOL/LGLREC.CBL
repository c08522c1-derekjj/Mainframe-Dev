      * LEGAL EVENT ON LGLFILE - A BANKRUPTCY OR A DEATH NOTIFIED
      * AGAINST ONE ACCOUNT, OR AGAINST A CUSTFILE CUSTOMER AND SO
      * EVERY ACCOUNT LINKED TO THEM ON CLNKFILE. KEYED BY SUBJECT
      * THE SAME WAY THE CASH-REPORTING RUN KEYS ITS PARTIES - 'A'
      * AND THE ACCOUNT KEY, OR 'C' AND THE CUSTOMER NUMBER. OPENED
      * AND CLOSED ON THE IA58 SCREEN. WHILE AN EVENT IS OPEN THE
      * ACCOUNT IS ON LEGAL HOLD - NO NEW DEBITS FROM IA25, THE
      * STANDING-ORDER RUN OR THE INTEREST RUN, NO CREDIT-BALANCE
      * REFUNDS, NO COLLECTIONS QUEUE AND NO COLLECTION LETTERS. A
      * CLOSED RECORD IS KEPT SO THE NEXT EVENT ON THE SAME SUBJECT
      * REUSES IT.
       01 LGLREC.
           05 LGL-KEY.
                10 LGL-SUBJECT-TYPE     PIC X.
                     88 LGL-FOR-ACCOUNT     VALUE 'A'.
                     88 LGL-FOR-CUSTOMER    VALUE 'C'.
                10 LGL-SUBJECT-ID       PIC X(8).
                10 LGL-ACCTKEY REDEFINES LGL-SUBJECT-ID.
                     15 LGL-ACCTCODE    PIC X(3).
                     15 LGL-ACCTNO      PIC 9(5).
                10 LGL-CUST REDEFINES LGL-SUBJECT-ID.
                     15 LGL-CUST-NUMBER PIC 9(6).
                     15 FILLER          PIC X(2).
           05 LGL-EVENT-TYPE            PIC X.
                88 LGL-BANKRUPTCY           VALUE 'B'.
                88 LGL-DECEASED             VALUE 'D'.
           05 LGL-STATUS                PIC X.
                88 LGL-OPEN                 VALUE 'O'.
                88 LGL-CLOSED               VALUE 'C'.
      *    THE DATE THE BANK WAS TOLD - THE HOLD AGES FROM HERE
           05 LGL-NOTIFY-DATE           PIC 9(8).
      *    COURT CASE NUMBER OR PROBATE REFERENCE
           05 LGL-CASE-REF              PIC X(20).
      *    THE TRUSTEE IN BANKRUPTCY OR THE ESTATE'S EXECUTOR
           05 LGL-CONTACT-NAME          PIC X(30).
           05 LGL-CONTACT-PHONE         PIC X(12).
           05 LGL-USERID                PIC X(8).
           05 LGL-OPEN-DATE             PIC 9(8).
           05 LGL-CLOSE-DATE            PIC 9(8).
           05 LGL-CLOSE-USERID          PIC X(8).
       01 LGLREC-LEN            PIC S9(4) COMP VALUE 113.
