           record key is fd-trankey
           file status is ws-tran-status.

      *    a written-off account takes no further orders - its
      *    balance was taken off the books and must stay at zero.
      *    a file that cannot be opened counts as nothing written
      *    off.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

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
           assign to "../../../data/DCIA2SOP.out"
           organization is line sequential.
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

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
      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
       01  ws-stnd-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  sw-chgo-off                  pic x value 'n'.
       01  ws-chgo-sw                   pic x value 'N'.
           88 ws-charged-off                 value 'Y'.

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-posted           pic 9(7) value 0.
           05 ws-count-failed           pic 9(7) value 0.
           05 ws-count-not-due          pic 9(7) value 0.
           05 ws-count-legal-held       pic 9(7) value 0.

       01 ws-today-yymmdd               pic 9(6).
       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-leap-quotient              pic 99 value 0.
       01 ws-leap-remainder             pic 9 value 0.

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
           accept ws-today-yymmdd from date.
           accept ws-today-yyyymmdd from date yyyymmdd.

           perform 070-load-legal-holds.

           open i-o stnd-file.
           if ws-stnd-status not = "00"
               display "STNDFILE OPEN FAILED - STATUS: " ws-stnd-status
               stop run
           end-if.

           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.

           open output report-file.

           accept nl-date from date.

           perform 900-print-totals.

           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close stnd-file,
                 acct-file,
                 tran-file,
                 report-file.
           stop run.

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
                       display "***** DCIA2SOP: HELD-CUSTOMER TABLE "
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
               display "***** DCIA2SOP: HELD-ACCOUNT TABLE FULL - "
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

       000-process-orders.

           add 1 to ws-count-read.
               invalid key continue
           end-read.

           perform 150-check-charge-off.
           move STND-ACCTKEY to ws-lgl-acctkey.
           perform 190-check-legal-hold.

           if ws-acct-status not = "00"
               add 1 to ws-count-failed
               move "FAILED - ACCOUNT NOT ON FILE" to dl-outcome
                   to dl-outcome
               perform 800-print-detail
           else
           if ws-charged-off
               add 1 to ws-count-failed
               move "FAILED - ACCOUNT CHARGED OFF" to dl-outcome
               perform 800-print-detail
           else
      *    a debit order on an account under legal hold is skipped
      *    for the period, not saved up - the due date still moves
      *    on so the hold lifting does not release a backlog
           if STND-TYPE-DEBIT and ws-legal-hold
               add 1 to ws-count-legal-held
               perform 400-advance-due-date
               rewrite stnd-file-record from STNDREC
               move "SKIPPED - LEGAL HOLD, DUE DATE ADVANCED"
                   to dl-outcome
               perform 800-print-detail
           else
           if STND-TYPE-DEBIT
               and CURBAL + STND-AMOUNT > CRLIMIT
               add 1 to ws-count-failed
               perform 300-post-order
           end-if
           end-if
           end-if
           end-if
           end-if.

       150-check-charge-off.

           move 'N' to ws-chgo-sw.
           if sw-chgo-off not = 'y'
               move STND-ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key continue
               end-read
               if ws-chgo-status = "00" and CHGO-WRITTEN-OFF
                   move 'Y' to ws-chgo-sw
               end-if
           end-if.

       300-post-order.
           move STND-AMOUNT to TRAN-AMOUNT.
           move "DCIA2SOP" to TRAN-USERID.
           move STND-DESC to TRAN-DESC.
           if STND-TYPE = "D"
               move "SD" to TRAN-CODE
           else
               move "SC" to TRAN-CODE
           end-if.

      *    ws-tran-status still holds the OPEN (or previous write)
      *    result, so it is cleared before the loop looks at it
           write report-print-line from count-line
               after advancing 1 line.

           move "SKIPPED - LEGAL HOLD" to cl-label.
           move ws-count-legal-held to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2SOP.
