      * NEW-ACCOUNT APPLICATION RECORD ON APPLFILE, KEYED BY AN
      * APPLICATION NUMBER TAKEN FROM THE CTLFILE 'APPLNEXT' COUNTER.
      * BRANCH STAFF CAPTURE THE PROSPECTIVE CUSTOMER ON IA54, WHICH
      * SCREENS THE NAME AGAINST WTCHFILE AND LOOKS FOR THE SAME
      * NAME AND ADDRESS ON ACCTFILE AND CUSTFILE - THE OUTCOME IS
      * KEPT HERE FOR WHOEVER DECIDES. AN AUTHORISED OPERATOR
      * APPROVES OR DECLINES ON IA55 WITH AN RSNFILE REASON CODE.
      * APPROVAL OPENS THE ACCOUNT, ITS PRODUCT LINK AND ITS CUSTOMER
      * LINK TOGETHER AND RECORDS THE ACCOUNT KEY HERE. NOTHING IS
      * EVER DELETED - DCIA2APR REPORTS THE WHOLE PIPELINE WEEKLY.
       01 APPLREC.
           05 APPL-NO                   PIC 9(7).
           05 APPL-STATUS               PIC X.
                88 APPL-PENDING             VALUE 'P'.
                88 APPL-WAITING             VALUE 'W'.
                88 APPL-APPROVED            VALUE 'A'.
                88 APPL-DECLINED            VALUE 'D'.
           05 APPL-BRANCH               PIC X(3).
           05 APPL-TITL                 PIC X(4).
           05 APPL-FNAME                PIC X(15).
           05 APPL-SNAME                PIC X(15).
           05 APPL-ADDR1                PIC X(20).
           05 APPL-ADDR2                PIC X(20).
           05 APPL-REQ-LIMIT            PIC 9(6)V99.
           05 APPL-PRODUCT              PIC X(2).
      *    ZERO UNTIL THE APPLICANT IS KNOWN ON CUSTFILE - REQUIRED
      *    BY APPROVAL, WHICH LINKS THE NEW ACCOUNT TO IT
           05 APPL-CUST-NUMBER          PIC 9(6).
           05 APPL-WATCH-FLAG           PIC X.
                88 APPL-WATCH-HIT           VALUE 'Y'.
      *    'A' SAME NAME AND ADDRESS ALREADY ON ACCTFILE, 'C' ON
      *    CUSTFILE UNDER ANOTHER CUSTOMER - THE KEY FOUND IS KEPT
           05 APPL-DUP-FLAG             PIC X.
                88 APPL-DUP-ACCOUNT         VALUE 'A'.
                88 APPL-DUP-CUSTOMER        VALUE 'C'.
           05 APPL-DUP-KEY              PIC X(8).
           05 APPL-CAPTURE-DATE         PIC 9(8).
           05 APPL-CAPTURE-USERID       PIC X(8).
           05 APPL-DECISION-DATE        PIC 9(8).
           05 APPL-DECISION-USERID      PIC X(8).
           05 APPL-REASON               PIC X(2).
           05 APPL-APPR-LIMIT           PIC 9(6)V99.
           05 APPL-ACCTKEY.
                10 APPL-ACCTCODE        PIC X(3).
                10 APPL-ACCTNO          PIC 9(5).
       01 APPLREC-LEN           PIC S9(4) COMP VALUE 161.
