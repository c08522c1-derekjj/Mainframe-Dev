      * NEGOTIATED INTEREST-RATE OVERRIDE ON RATOFILE, KEYED BY
      * ACCOUNT. A RATE AGREED WITH THE CUSTOMER REPLACES THE STATUS
      * OR BRANCH RATE FROM INTRATES.DAT FOR DCIA2INT FROM THE START
      * DATE TO THE EXPIRY DATE INCLUSIVE, AFTER WHICH THE STANDARD
      * RATE APPLIES AGAIN. THE RATE IS MONTHLY, IN THE SAME UNITS
      * AS THE RATE FILE. SET ONLY THROUGH IA53 BY AN OPERATOR WITH
      * THE APPROVE FLAG, WHO IS RECORDED AS THE APPROVER. DCIA2ROR
      * LISTS THE OVERRIDES ABOUT TO EXPIRE EACH MONTH.
       01 RATOREC.
           05 RATO-ACCTKEY.
                10 RATO-ACCTCODE        PIC X(3).
                10 RATO-ACCTNO          PIC 9(5).
           05 RATO-RATE                 PIC 9V9999.
           05 RATO-START-DATE           PIC 9(8).
           05 RATO-EXPIRY-DATE          PIC 9(8).
           05 RATO-APPROVER             PIC X(8).
           05 RATO-APPROVED-DATE        PIC 9(8).
           05 RATO-REASON               PIC X(20).
       01 RATOREC-LEN           PIC S9(4) COMP VALUE 65.
