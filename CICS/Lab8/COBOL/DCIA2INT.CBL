           organization is line sequential
           file status is ws-rate-status.

      *    negotiated rates agreed through IA53 - one in force on
      *    the accrual date replaces the status or branch rate for
      *    its account. the file being unavailable leaves every
      *    account on the standard rate.
           select rato-file
           assign to "RATOFILE"
           organization is indexed
           access mode is random
           record key is fd-ratokey
           file status is ws-rato-status.

      *    open bankruptcy and deceased events. an account with an
      *    open event against it, or against a customer linked to it,
      *    is on legal hold. no event file means nobody is on hold.
           select lgl-file
           assign to "LGLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-lglkey
           file status is ws-lgl-status.

      *    customer-to-account links - a customer's event reaches
      *    every account linked to them.
           select clnk-file
           assign to "CLNKFILE"
           organization is indexed
           access mode is sequential
           record key is fd-clnkkey
           file status is ws-clnk-status.

           select report-file
           assign to "../../../data/DCIA2INT.out"
           organization is line sequential.
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  aprd-file
           record contains 10 characters.
           05 filler                    pic x(2).

       fd  prod-file
           record contains 46 characters.
       01  prod-file-record.
           05 fd-prodkey                pic x(2).
           05 filler                    pic x(44).

       fd  rate-file
           data record is rate-line.
           05 rt-key                    pic x(3).
           05 rt-rate                   pic 9v9999.

       fd  rato-file
           record contains 65 characters.
       01  rato-file-record.
           05 fd-ratokey                pic x(8).
           05 filler                    pic x(57).

       fd  lgl-file
           record contains 113 characters.
       01  lgl-file-record.
           05 fd-lglkey                 pic x(9).
           05 filler                    pic x(104).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
      * COPY PRODUCT-CODE FILE RECORD LAYOUT
       COPY 'PRODREC'.

      * COPY NEGOTIATED RATE OVERRIDE RECORD LAYOUT
       COPY 'RATOREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
       01  ws-rate-status               pic xx value spaces.
       01  ws-aprd-status               pic xx value spaces.
       01  ws-prod-status               pic xx value spaces.
       01  ws-rato-status               pic xx value spaces.

      *    product files that cannot be opened switch the product
      *    gate off rather than stopping the accrual run.
       01  sw-prod-off                  pic x value 'n'.
       01  sw-rato-off                  pic x value 'n'.

      *    only an explicit 'N' on the account's product turns
      *    accrual off - no link record, no product record and no
           05 ws-count-charged          pic 9(7) value 0.
           05 ws-count-already          pic 9(7) value 0.
           05 ws-count-prod-skipped     pic 9(7) value 0.
           05 ws-count-override         pic 9(7) value 0.
           05 ws-count-legal-held       pic 9(7) value 0.

       01 ws-charge                     pic 9(6)v99 value 0.
       01 ws-grand-total                pic 9(7)v99 value 0.
       01 ws-already-accrued-sw         pic x value "N".
           88 ws-already-accrued             value "Y".

      *--------------Legal Holds---------------------------------
      *    every account on legal hold, loaded once before the run
      *    starts - the customer table only carries customers with
      *    an open event until their links are walked.
       01 ws-held-acct-table.
           05 ws-held-acctkey occurs 1000 times pic x(8).
       01 ws-held-acct-count            pic 9(4) value 0.
       01 ws-held-cust-table.
           05 ws-held-cust occurs 500 times pic 9(6).
       01 ws-held-cust-count            pic 9(4) value 0.
       01 ws-held-idx                   pic 9(4) value 0.
       01 ws-held-found                 pic 9(4) value 0.
       01 ws-lgl-acctkey                pic x(8) value spaces.
       01 sw-lgl-eof                    pic x value 'n'.
       01 sw-clnk-eof                   pic x value 'n'.
       01 ws-lgl-status                 pic xx value spaces.
       01 ws-clnk-status                pic xx value spaces.
       01 ws-lgl-sw                     pic x value 'N'.
           88 ws-legal-hold                  value 'Y'.

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.

           perform 050-read-rate-table.
           perform 070-load-legal-holds.

           if ws-rate-count = 0
               display "no accrual rates supplied - nothing to do"
               move 'y' to sw-prod-off
           end-if.

           open input rato-file.
           if ws-rato-status not = "00"
               move 'y' to sw-rato-off
           end-if.

           open i-o tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
           if sw-prod-off not = 'y'
               close aprd-file, prod-file
           end-if.
           if sw-rato-off not = 'y'
               close rato-file
           end-if.
           close acct-file,
                 tran-file,
                 report-file.
               move 'y' to sw-rate-eof
           end-if.

       070-load-legal-holds.

      *    no legal-event file means nobody is on hold
           open input lgl-file.
           if ws-lgl-status = "00"
               read lgl-file into LGLREC
                   at end move 'y' to sw-lgl-eof
               end-read
               perform 075-load-one-legal-event
                   until sw-lgl-eof = 'y'
               close lgl-file
           end-if.

      *    a customer's event holds every account linked to them
           if ws-held-cust-count > 0
               open input clnk-file
               if ws-clnk-status = "00"
                   read clnk-file into CLNKREC
                       at end move 'y' to sw-clnk-eof
                   end-read
                   perform 077-load-one-held-link
                       until sw-clnk-eof = 'y'
                   close clnk-file
               else
                   display "CLNKFILE UNAVAILABLE - STATUS: "
                       ws-clnk-status " - CUSTOMER LEGAL HOLDS NOT SEEN"
               end-if
           end-if.

       075-load-one-legal-event.

           if LGL-OPEN
               if LGL-FOR-CUSTOMER
                   if ws-held-cust-count < 500
                       add 1 to ws-held-cust-count
                       move LGL-CUST-NUMBER
                           to ws-held-cust(ws-held-cust-count)
                   else
                       display "***** DCIA2INT: HELD-CUSTOMER TABLE "
                           "FULL - CUSTOMER " LGL-CUST-NUMBER
                           " NOT HELD"
                   end-if
               else
                   move LGL-ACCTKEY to ws-lgl-acctkey
                   perform 079-add-held-account
               end-if
           end-if.

           read lgl-file into LGLREC
               at end move 'y' to sw-lgl-eof.

       077-load-one-held-link.

           move 0 to ws-held-found.
           perform 078-match-held-customer
               varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-cust-count
                  or ws-held-found > 0.
           if ws-held-found > 0
               move CLNK-ACCTKEY to ws-lgl-acctkey
               perform 079-add-held-account
           end-if.

           read clnk-file into CLNKREC
               at end move 'y' to sw-clnk-eof.

       078-match-held-customer.

           if ws-held-cust(ws-held-idx) = CLNK-CUST-NUMBER
               move ws-held-idx to ws-held-found
           end-if.

       079-add-held-account.

           if ws-held-acct-count < 1000
               add 1 to ws-held-acct-count
               move ws-lgl-acctkey
                   to ws-held-acctkey(ws-held-acct-count)
           else
               display "***** DCIA2INT: HELD-ACCOUNT TABLE FULL - "
                   "ACCOUNT " ws-lgl-acctkey " NOT HELD"
           end-if.

       190-check-legal-hold.

      *    the caller puts the account key in ws-lgl-acctkey
           move 'N' to ws-lgl-sw.
           move 0 to ws-held-found.
           perform 195-match-held-account
               varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-acct-count
                  or ws-held-found > 0.
           if ws-held-found > 0
               move 'Y' to ws-lgl-sw
           end-if.

       195-match-held-account.

           if ws-held-acctkey(ws-held-idx) = ws-lgl-acctkey
               move ws-held-idx to ws-held-found
           end-if.

       000-process-records.

           add 1 to ws-count-read.
           perform 200-find-effective-rate.
           perform 230-check-product-eligibility.

      *    an account under legal hold takes no new charges while
      *    the trustee or the estate is dealing with it
           move ACCTKEY to ws-lgl-acctkey.
           perform 190-check-legal-hold.

           if ws-rate-found and CURBAL > 0
               if ws-prod-accrue-sw = 'N'
                   add 1 to ws-count-prod-skipped
               else
               if ws-legal-hold
                   add 1 to ws-count-legal-held
               else
                   compute ws-charge rounded =
                       CURBAL * ws-effective-rate
                       perform 300-post-charge
                   end-if
               end-if
               end-if
           end-if.

           read acct-file into ACCTREC at end move 'y' to sw-eof.
                       or ws-rate-found
           end-if.

           perform 225-check-rate-override.

       210-check-branch-rate.

           if ws-rate-scope(ws-rate-idx) = "B"
               move ws-rate-rate(ws-rate-idx) to ws-effective-rate
           end-if.

       225-check-rate-override.

      *    a negotiated rate wins over both standard rates, but only
      *    from its start date to its expiry date - outside them the
      *    account is back on whatever rate the scans above found
           if sw-rato-off not = 'y'
               move ACCTKEY to fd-ratokey
               read rato-file into RATOREC
                   invalid key continue
               end-read
               if ws-rato-status = "00"
                   and RATO-START-DATE not > ws-today-yyyymmdd
                   and RATO-EXPIRY-DATE not < ws-today-yyyymmdd
                   set ws-rate-found to true
                   move RATO-RATE to ws-effective-rate
                   add 1 to ws-count-override
               end-if
           end-if.

       230-check-product-eligibility.

           move 'Y' to ws-prod-accrue-sw.
           move ws-charge to TRAN-AMOUNT.
           move "DCIA2INT" to TRAN-USERID.
           move "INTEREST/SERVICE CHG" to TRAN-DESC.
           move "IN" to TRAN-CODE.

      *    ws-tran-status still holds the OPEN (or previous write)
      *    result, so it is cleared before the loop looks at it
           write report-print-line from count-line
               after advancing 1 line.

           move "NEGOTIATED RATE USED" to cl-label.
           move ws-count-override to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SKIPPED - LEGAL HOLD" to cl-label.
           move ws-count-legal-held to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       910-print-one-branch.

           move ws-branch-code(ws-branch-idx) to btl-branch.
