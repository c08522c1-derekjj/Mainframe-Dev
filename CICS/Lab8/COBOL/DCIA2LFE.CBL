       identification division.
       program-id. DCIA2LFE.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the quiesce verdict left by the window closer - 'N' means
      *    the online day never drained and this job must not touch
      *    ACCTFILE. a missing control file leaves the gate off.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    the payment obligations the statement run recorded - read
      *    in key order and rewritten one by one as each is judged.
           select stob-file
           assign to "STOBFILE"
           organization is indexed
           access mode is sequential
           record key is fd-stobkey
           file status is ws-stob-status.

      *    a missed obligation is marked only once its fee has
      *    posted - pass two reads it back by key to do so, so a fee
      *    that fails leaves the obligation open for the next run.
           select stob-upd-file
           assign to "STOBFILE"
           organization is indexed
           access mode is random
           record key is fd-sukey
           file status is ws-stob-status.

      *    pass one reads the posted movements in the same account
      *    order as the obligations, to total the payments made in
      *    each obligation's window.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is sequential
           record key is fd-trankey
           file status is ws-tran-status.

      *    pass two posts the late fees through the same keyed
      *    discipline every other movement uses.
           select tran-post-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-tpkey
           file status is ws-tran-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    a written-off account is not charged a late fee - there
      *    is nothing left on the books to be late with.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    open bankruptcy and deceased events - no fee is charged
      *    against an account on legal hold, or against one linked
      *    to a customer on hold. no event file means nobody is held.
           select lgl-file
           assign to "LGLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-lglkey
           file status is ws-lgl-status.

           select clnk-file
           assign to "CLNKFILE"
           organization is indexed
           access mode is sequential
           record key is fd-clnkkey
           file status is ws-clnk-status.

      *    the customer hears about the fee through the nightly
      *    letter run.
           select corr-file
           assign to "CORRFILE"
           organization is sequential
           file status is ws-corr-status.

           select report-file
           assign to "../../../data/DCIA2LFE.out"
           organization is line sequential.

       data division.
       file section.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  stob-file
           record contains 63 characters.
       01  stob-file-record.
           05 fd-stobkey                pic x(16).
           05 filler                    pic x(47).

       fd  stob-upd-file
           record contains 63 characters.
       01  stob-upd-record.
           05 fd-sukey                  pic x(16).
           05 filler                    pic x(47).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  tran-post-file
           record contains 58 characters.
       01  tran-post-record.
           05 fd-tpkey                  pic x(19).
           05 filler                    pic x(39).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

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

       fd  corr-file
           record contains 41 characters.
       01  corr-file-record             pic x(41).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY STATEMENT PAYMENT OBLIGATION RECORD LAYOUT
       COPY 'STOBREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY CUSTOMER CORRESPONDENCE TRIGGER RECORD LAYOUT
       COPY 'CORRREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, LATE FEES".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NIGHTLY MINIMUM PAYMENT / LATE FEE RUN".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "ACCOUNT".
           05 filler                    pic x(10) value "STATEMENT".
           05 filler                    pic x(9) value "DUE".
           05 filler                    pic x(14) value "  MINIMUM DUE".
           05 filler                    pic x(14) value "         PAID".
           05 filler                    pic x(11) value "        FEE".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "OUTCOME".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x value space.
           05 dl-stmt-date              pic 9(8).
           05 filler                    pic x value space.
           05 dl-due-date               pic 9(8).
           05 filler                    pic x value space.
           05 dl-min-due                pic $$$,$$$,$$9.99.
           05 filler                    pic x value space.
           05 dl-paid                   pic $$$,$$$,$$9.99.
           05 filler                    pic x value space.
           05 dl-fee                    pic $$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(30).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$,$$$,$$9.99.

      *--------------Loop Switches-------------------------------
       01  sw-stob-eof                  pic x value 'n'.
       01  sw-tran-eof                  pic x value 'n'.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-stob-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-corr-status               pic xx value spaces.

      *    a missing transaction or charge-off file is not fatal -
      *    no postings means nothing was paid, no charge-off file
      *    means nothing was written off.
       01  sw-tran-off                  pic x value 'n'.
       01  sw-chgo-off                  pic x value 'n'.

      *--------------Per-Account Payments-------------------------
      *    the account's payment movements, loaded once when the
      *    pass reaches the account so every obligation it has can
      *    be judged against them. a reversed payment is carried as
      *    a negative amount.
       01 ws-pay-table.
           05 ws-pay-entry occurs 200 times.
               10 ws-pay-date           pic 9(8).
               10 ws-pay-amount         pic s9(6)v99.
       01 ws-pay-count                  pic 999 value 0.
       01 ws-pay-idx                    pic 999 value 0.
       01 ws-pay-acctkey                pic x(8) value spaces.

      *--------------Fees To Post---------------------------------
      *    pass one decides, pass two posts - the posting needs the
      *    transaction file open for random writes, which it cannot
      *    be while pass one is reading it in key order.
       01 ws-fee-table.
           05 ws-fee-entry occurs 500 times.
               10 ws-fee-acctkey        pic x(8).
               10 ws-fee-amount         pic 9(4)v99.
               10 ws-fee-stmt-date      pic 9(8).
               10 ws-fee-stobkey        pic x(16).
       01 ws-fee-count                  pic 999 value 0.
       01 ws-fee-idx                    pic 999 value 0.

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-met              pic 9(7) value 0.
           05 ws-count-missed           pic 9(7) value 0.
           05 ws-count-waived           pic 9(7) value 0.
           05 ws-count-fees             pic 9(7) value 0.
           05 ws-count-failed           pic 9(7) value 0.
           05 ws-count-legal-held       pic 9(7) value 0.
       01 ws-total-fees                 pic 9(7)v99 value 0.

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

       01 ws-paid                       pic s9(7)v99 value 0.
       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-today-yymmdd               pic 9(6).
       01 ws-run-time                   pic 9(8).

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.
           accept ws-today-yymmdd from date.
           accept ws-run-time from time.

           perform 070-load-legal-holds.

      *    no obligation file means no statement has set one yet
           open i-o stob-file.
           if ws-stob-status = "35"
               display "no obligation file - nothing to do"
               stop run
           end-if.
           if ws-stob-status not = "00"
               display "STOBFILE OPEN FAILED - STATUS: " ws-stob-status
               stop run
           end-if.

           open input tran-file.
           if ws-tran-status not = "00"
               move 'y' to sw-tran-off
               move 'y' to sw-tran-eof
           end-if.

           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           if sw-tran-eof not = 'y'
               read tran-file into TRANREC
                   at end move 'y' to sw-tran-eof
               end-read
           end-if.

           read stob-file into STOBREC at end move 'y' to sw-stob-eof.
           perform 000-judge-one-obligation until sw-stob-eof = 'y'.

           if sw-tran-off not = 'y'
               close tran-file
           end-if.
           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close stob-file.

           if ws-fee-count > 0
               perform 500-post-fees
           end-if.

           perform 900-print-totals.

           close report-file.
           stop run.

       040-check-batch-go.

      *    the DCIA2WCL closer writes 'N' here when the quiesce
      *    could not be confirmed - running against a live ACCTFILE
      *    is how batch has corrupted balances before
           open input ctl-file.
           if ws-ctl-status = "00"
               move "BATCHGO " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00" and CTL-BATCH-NOGO
                   display "QUIESCE NOT CONFIRMED - "
                       "JOB REFUSING TO START"
                   close ctl-file
                   stop run
               end-if
               close ctl-file
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
                       display "***** DCIA2LFE: HELD-CUSTOMER TABLE "
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
               display "***** DCIA2LFE: HELD-ACCOUNT TABLE FULL - "
                   "ACCOUNT " ws-lgl-acctkey " NOT HELD"
           end-if.

       000-judge-one-obligation.

           add 1 to ws-count-read.

      *    met, missed, waived and nothing-due obligations are
      *    history - only the open ones are this run's work
           if STOB-OPEN
               if STOB-ACCTKEY not = ws-pay-acctkey
                   perform 100-load-account-payments
               end-if
               perform 200-judge-open-obligation
           end-if.

           read stob-file into STOBREC at end move 'y' to sw-stob-eof.

       100-load-account-payments.

           move STOB-ACCTKEY to ws-pay-acctkey.
           move 0 to ws-pay-count.

      *    movements keyed below this account belong to accounts
      *    with no open obligation - skip past them so the pairing
      *    stays lined up, same as the statement run does
           perform 110-skip-other-tran
               until sw-tran-eof = 'y'
                   or TRAN-ACCTKEY not < ws-pay-acctkey.

           perform 120-take-one-tran
               until sw-tran-eof = 'y'
                   or TRAN-ACCTKEY not = ws-pay-acctkey.

       110-skip-other-tran.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       120-take-one-tran.

      *    a payment is a credit the customer made - a provisional
      *    dispute credit, the charge-off run's write-off and the
      *    credit that undoes a keying-error debit are not. a debit
      *    that reverses a payment takes it back off again.
           if TRAN-TYPE-CREDIT
               and TRAN-DESC(1:8) not = "DISPUTE "
               and TRAN-DESC(1:7) not = "REV OF "
               and TRAN-USERID not = "DCIA2CHO"
               perform 130-keep-payment
           else
           if TRAN-TYPE-DEBIT
               and TRAN-DESC(1:7) = "REV OF "
               perform 130-keep-payment
           end-if
           end-if.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       130-keep-payment.

           if ws-pay-count < 200
               add 1 to ws-pay-count
               move TRAN-DATE to ws-pay-date(ws-pay-count)
               if TRAN-TYPE-CREDIT
                   move TRAN-AMOUNT to ws-pay-amount(ws-pay-count)
               else
                   compute ws-pay-amount(ws-pay-count) =
                       0 - TRAN-AMOUNT
               end-if
           else
               display "PAYMENT TABLE FULL - " TRAN-ACCTKEY
                   " PAYMENT " TRAN-DATE "/" TRAN-SEQ " NOT COUNTED"
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

       200-judge-open-obligation.

      *    a payment counts if it posted after the statement date
      *    and on or before the due date
           move 0 to ws-paid.
           perform 210-sum-one-payment
               varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-pay-count.

           if ws-paid > 0
               move ws-paid to STOB-PAID
           else
               move 0 to STOB-PAID
           end-if.

           move spaces to detail-line.
           move STOB-ACCTCODE to dl-acctcode.
           move STOB-ACCTNO to dl-acctno.
           move STOB-STMT-DATE to dl-stmt-date.
           move STOB-DUE-DATE to dl-due-date.
           move STOB-MIN-DUE to dl-min-due.
           move STOB-PAID to dl-paid.

      *    met as soon as the minimum is in, even before the due
      *    date - missed only once the due date has passed
           if STOB-PAID >= STOB-MIN-DUE
               set STOB-MET to true
               move ws-today-yyyymmdd to STOB-STATUS-DATE
               rewrite stob-file-record from STOBREC
               add 1 to ws-count-met
               move "MINIMUM MET" to dl-outcome
               perform 800-print-detail
           else
           if ws-today-yyyymmdd > STOB-DUE-DATE
               perform 220-take-missed-payment
           end-if
           end-if.

       210-sum-one-payment.

           if ws-pay-date(ws-pay-idx) > STOB-STMT-DATE
               and ws-pay-date(ws-pay-idx) not > STOB-DUE-DATE
               add ws-pay-amount(ws-pay-idx) to ws-paid
           end-if.

       220-take-missed-payment.

           perform 230-check-charged-off.

      *    nothing is charged to an account under legal hold - the
      *    obligation is waived the same way a written-off one is
           move STOB-ACCTKEY to ws-lgl-acctkey.
           perform 190-check-legal-hold.

           if CHGO-WRITTEN-OFF
               set STOB-WAIVED to true
               move ws-today-yyyymmdd to STOB-STATUS-DATE
               rewrite stob-file-record from STOBREC
               add 1 to ws-count-waived
               move "MISSED - CHARGED OFF, NO FEE" to dl-outcome
               perform 800-print-detail
           else
           if ws-legal-hold
               set STOB-WAIVED to true
               move ws-today-yyyymmdd to STOB-STATUS-DATE
               rewrite stob-file-record from STOBREC
               add 1 to ws-count-legal-held
               move "MISSED - LEGAL HOLD, NO FEE" to dl-outcome
               perform 800-print-detail
           else
           if ws-fee-count < 500
               add 1 to ws-fee-count
               move STOB-ACCTKEY to ws-fee-acctkey(ws-fee-count)
               move STOB-LATE-FEE to ws-fee-amount(ws-fee-count)
               move STOB-STMT-DATE to ws-fee-stmt-date(ws-fee-count)
               move STOB-KEY to ws-fee-stobkey(ws-fee-count)
      *    left open here - pass two marks it missed once the fee
      *    has actually posted
               add 1 to ws-count-missed
               move STOB-LATE-FEE to dl-fee
               move "MISSED - LATE FEE ASSESSED" to dl-outcome
               perform 800-print-detail
           else
      *    left open - tomorrow night's run picks it up
               move "MISSED - FEE TABLE FULL, HELD" to dl-outcome
               perform 800-print-detail
           end-if
           end-if
           end-if.

       230-check-charged-off.

           move spaces to CHGOREC.
           if sw-chgo-off not = 'y'
               move STOB-ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key move spaces to CHGOREC
               end-read
           end-if.

       500-post-fees.

           open i-o acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
                   " - " ws-fee-count " LATE FEES NOT POSTED"
               move ws-fee-count to ws-count-failed
           else
               open i-o tran-post-file
               if ws-tran-status not = "00"
                   display "TRANFILE OPEN FAILED - STATUS: "
                       ws-tran-status " - " ws-fee-count
                       " LATE FEES NOT POSTED"
                   move ws-fee-count to ws-count-failed
                   close acct-file
               else
      *    a fee posted without its obligation marked would be
      *    charged again tomorrow night - no obligation file, no fees
                   open i-o stob-upd-file
                   if ws-stob-status not = "00"
                       display "STOBFILE OPEN FAILED - STATUS: "
                           ws-stob-status " - " ws-fee-count
                           " LATE FEES NOT POSTED"
                       move ws-fee-count to ws-count-failed
                       close acct-file,
                             tran-post-file
                   else
                       open extend corr-file
                       if ws-corr-status not = "00"
                           and ws-corr-status not = "05"
                           open output corr-file
                       end-if
                       perform 510-post-one-fee
                           varying ws-fee-idx from 1 by 1
                           until ws-fee-idx > ws-fee-count
                       close acct-file,
                             tran-post-file,
                             stob-upd-file,
                             corr-file
                   end-if
               end-if
           end-if.

       510-post-one-fee.

           move spaces to detail-line.
           move ws-fee-acctkey(ws-fee-idx)(1:3) to dl-acctcode.
           move ws-fee-acctkey(ws-fee-idx)(4:5) to dl-acctno.
           move ws-fee-stmt-date(ws-fee-idx) to dl-stmt-date.
           move ws-fee-amount(ws-fee-idx) to dl-fee.

           move ws-fee-acctkey(ws-fee-idx) to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

           if ws-acct-status not = "00"
               add 1 to ws-count-failed
               move "FEE FAILED - ACCOUNT NOT ON FILE" to dl-outcome
               perform 800-print-detail
           else
               perform 520-write-fee-tran
               if ws-tran-status not = "00"
                   add 1 to ws-count-failed
                   move "FEE FAILED - SEQUENCE RANGE EXHAUSTED"
                       to dl-outcome
                   perform 800-print-detail
               else
                   add ws-fee-amount(ws-fee-idx) to CURBAL
                   rewrite acct-file-record from ACCTREC
                   perform 550-mark-obligation-missed
                   perform 540-drop-fee-letter
                   add 1 to ws-count-fees
                   add ws-fee-amount(ws-fee-idx) to ws-total-fees
               end-if
           end-if.

       520-write-fee-tran.

      *    the 5xx sequence range keeps this run's postings clear of
      *    the charge-off, escheat, standing-order and accrual runs
           move spaces to TRANREC.
           move ACCTKEY to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 501 to TRAN-SEQ.
           move "D" to TRAN-TYPE.
           move ws-fee-amount(ws-fee-idx) to TRAN-AMOUNT.
           move "DCIA2LFE" to TRAN-USERID.
           move "LATE PAYMENT FEE" to TRAN-DESC.
           move "LF" to TRAN-CODE.

           move spaces to ws-tran-status.
           perform 530-write-one-fee-tran
               until ws-tran-status = "00"
                   or TRAN-SEQ = 599.

       530-write-one-fee-tran.

      *    a taken sequence (status 22) is stepped past - any other
      *    failure ends the loop rather than spinning on it
           move TRAN-KEY to fd-tpkey.
           write tran-post-record from TRANREC
               invalid key continue
           end-write.
           if ws-tran-status = "22"
               add 1 to TRAN-SEQ
               move spaces to ws-tran-status
           else
               if ws-tran-status not = "00"
                   move 599 to TRAN-SEQ
               end-if
           end-if.

       540-drop-fee-letter.

           move spaces to CORRREC.
           move ws-today-yymmdd to CORR-DATE.
           move ws-run-time(1:6) to CORR-TIME.
           move "LATE" to CORR-LETTER-CODE.
           move ACCTKEY to CORR-ACCTKEY.
           move ws-fee-amount(ws-fee-idx) to CORR-AMOUNT.
           move "DCIA2LFE" to CORR-SOURCE.
           move "N" to CORR-PRINTED-FLAG.
           write corr-file-record from CORRREC.

       550-mark-obligation-missed.

      *    the fee is on the books - only now is the obligation
      *    closed as missed. one that cannot be read back stays open
      *    and would be charged again, so the operator is told.
           move ws-fee-stobkey(ws-fee-idx) to fd-sukey.
           read stob-upd-file into STOBREC
               invalid key continue
           end-read.
           if ws-stob-status = "00"
               set STOB-MISSED to true
               move ws-today-yyyymmdd to STOB-STATUS-DATE
               rewrite stob-upd-record from STOBREC
                   invalid key continue
               end-rewrite
           end-if.
           if ws-stob-status not = "00"
               display "***** DCIA2LFE: FEE POSTED BUT OBLIGATION "
                   ws-fee-stobkey(ws-fee-idx) " NOT MARKED MISSED - "
                   "STATUS: " ws-stob-status
           end-if.

       800-print-detail.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "OBLIGATIONS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "MINIMUM MET" to cl-label.
           move ws-count-met to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "PAYMENTS MISSED" to cl-label.
           move ws-count-missed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "MISSED, CHARGED OFF" to cl-label.
           move ws-count-waived to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "MISSED, LEGAL HOLD" to cl-label.
           move ws-count-legal-held to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "LATE FEES POSTED" to cl-label.
           move ws-count-fees to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "LATE FEES FAILED" to cl-label.
           move ws-count-failed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TOTAL LATE FEES" to al-label.
           move ws-total-fees to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       end program DCIA2LFE.
