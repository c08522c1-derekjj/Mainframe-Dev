      * COLLATERAL BEHIND A SECURED ACCOUNT ON COLLFILE, ONE RECORD
      * PER ACCOUNT. PLEDGED AND REVALUED ON IA62 (PF6 FROM IA49).
      * WHILE IT IS PLEDGED THE ACCOUNT'S CREDIT LIMIT MAY NOT BE
      * RAISED ABOVE THE COVER IT GIVES - THE VALUE TAKEN AT THE
      * 'COLLRULE' PERCENTAGE FOR ITS TYPE ON CTLFILE - NEITHER ON
      * IA23 NOR BY THE DCIA2MRV REVALUATION RUN. IA24 WILL NOT CLOSE
      * THE ACCOUNT WHILE A BALANCE IS OWED AGAINST IT; ONCE THE
      * BALANCE IS SETTLED THE CLOSE MARKS IT RELEASED AND DROPS THE
      * CREL RELEASE INSTRUCTION ON CORRFILE. A RELEASED RECORD IS
      * REUSED IF THE ACCOUNT PLEDGES AGAIN. THE MONTHLY DCIA2SCV
      * REPORT LISTS STALE VALUATIONS AND BALANCES OVER THE COVER.
       01 COLLREC.
           05 COLL-KEY.
                10 COLL-ACCTKEY.
                     15 COLL-ACCTCODE   PIC X(3).
                     15 COLL-ACCTNO     PIC 9(5).
           05 COLL-TYPE                 PIC X.
                88 COLL-TYPE-DEPOSIT        VALUE 'D'.
                88 COLL-TYPE-ASSET          VALUE 'A'.
           05 COLL-DESC                 PIC X(20).
           05 COLL-VALUE                PIC 9(6)V99.
           05 COLL-VALUE-DATE           PIC 9(8).
           05 COLL-STATUS               PIC X.
                88 COLL-PLEDGED             VALUE 'P'.
                88 COLL-RELEASED            VALUE 'R'.
           05 COLL-PLEDGE-DATE          PIC 9(8).
      *    THE OPERATOR WHO LAST PLEDGED OR REVALUED IT ON IA62
           05 COLL-USERID               PIC X(8).
           05 COLL-RELEASE-DATE         PIC 9(8).
           05 COLL-RELEASE-USERID       PIC X(8).
       01 COLLREC-LEN           PIC S9(4) COMP VALUE 78.
