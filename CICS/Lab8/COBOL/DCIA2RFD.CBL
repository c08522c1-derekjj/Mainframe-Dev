       identification division.
       program-id. DCIA2RFD.
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

      *    the refunds raised on IA61 - read in key order and
      *    rewritten one by one as each approved refund is paid or
      *    given up on.
           select rfnd-file
           assign to "RFNDFILE"
           organization is indexed
           access mode is sequential
           record key is fd-rfndkey
           file status is ws-rfnd-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    every refund paid posts its debit through the same keyed
      *    discipline every other movement uses.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-trankey
           file status is ws-tran-status.

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

      *    the dispute cases in the same account order as the
      *    refunds - a provisional credit on a case still open is not
      *    the customer's to have back. no dispute file means none.
           select disp-file
           assign to "DISPFILE"
           organization is indexed
           access mode is sequential
           record key is fd-dispkey
           file status is ws-disp-status.

      *    the customer hears about the refund through the nightly
      *    letter run.
           select corr-file
           assign to "CORRFILE"
           organization is sequential
           file status is ws-corr-status.

      *    the disbursement extract for the bank transfer and cheque
      *    runs - a header, one line per refund paid, and a trailer
      *    carrying the count and total, the same shape as the
      *    bank's own remittance file.
           select pay-file
           assign to "../../../data/RefundPay.dat"
           organization is line sequential
           file status is ws-pay-status.

           select report-file
           assign to "../../../data/DCIA2RFD.out"
           organization is line sequential.

       data division.
       file section.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  rfnd-file
           record contains 95 characters.
       01  rfnd-file-record.
           05 fd-rfndkey                pic x(11).
           05 filler                    pic x(84).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  lgl-file
           record contains 113 characters.
       01  lgl-file-record.
           05 fd-lglkey                 pic x(9).
           05 filler                    pic x(104).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  disp-file
           record contains 99 characters.
       01  disp-file-record.
           05 fd-dispkey                pic x(19).
           05 filler                    pic x(80).

       fd  corr-file
           record contains 41 characters.
       01  corr-file-record             pic x(41).

      *    a cheque goes to the name and address on ACCTFILE as it
      *    stands on the night it is paid
       fd  pay-file.
       01  pay-detail.
           05 pd-type                   pic x.
           05 pd-acctkey.
               10 pd-acctcode           pic x(3).
               10 pd-acctno             pic 9(5).
           05 pd-refund-seq             pic 9(3).
           05 pd-method                 pic x.
           05 pd-amount                 pic 9(6)v99.
           05 pd-bank-sort              pic x(6).
           05 pd-bank-account           pic x(8).
           05 pd-title                  pic x(4).
           05 pd-fname                  pic x(15).
           05 pd-sname                  pic x(15).
           05 pd-addr1                  pic x(20).
           05 pd-addr2                  pic x(20).
       01  pay-header.
           05 ph-type                   pic x.
           05 ph-file-date              pic 9(8).
           05 ph-source                 pic x(8).
           05 filler                    pic x(92).
       01  pay-trailer.
           05 pt-type                   pic x.
           05 pt-count                  pic 9(7).
           05 pt-amount                 pic 9(9)v99.
           05 filler                    pic x(90).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY CREDIT-BALANCE REFUND RECORD LAYOUT
       COPY 'RFNDREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY CUSTOMER CORRESPONDENCE TRIGGER RECORD LAYOUT
       COPY 'CORRREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, REFUNDS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NIGHTLY CREDIT-BALANCE REFUND PAYMENTS".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(14) value "ACCOUNT".
           05 filler                    pic x(9) value "METHOD".
           05 filler                    pic x(14) value "       AMOUNT".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "OUTCOME".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x value "-".
           05 dl-refund-seq             pic 9(3).
           05 filler                    pic x value space.
           05 dl-method                 pic x(6).
           05 filler                    pic x(3) value spaces.
           05 dl-amount                 pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(40).

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
       01  sw-rfnd-eof                  pic x value 'n'.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-rfnd-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-corr-status               pic xx value spaces.
       01  ws-pay-status                pic xx value spaces.
       01  ws-disp-status               pic xx value spaces.
       01  sw-disp-eof                  pic x value 'n'.
       01  sw-disp-off                  pic x value 'n'.

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-awaiting         pic 9(7) value 0.
           05 ws-count-paid             pic 9(7) value 0.
           05 ws-count-legal-held       pic 9(7) value 0.
           05 ws-count-no-credit        pic 9(7) value 0.
           05 ws-count-no-account       pic 9(7) value 0.
           05 ws-count-failed           pic 9(7) value 0.
       01 ws-total-paid                 pic 9(9)v99 value 0.

       01 ws-new-balance                pic s9(7)v99 value 0.

      *    the open dispute credit on the account in hand, totalled
      *    once when the pass reaches the account
       01 ws-disp-acctkey               pic x(8) value spaces.
       01 ws-disp-open-amount           pic 9(7)v99 value 0.
       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-today-yymmdd               pic 9(6).
       01 ws-run-time                   pic 9(8).

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
           accept ws-today-yymmdd from date.
           accept ws-run-time from time.

      *    no refund file means no refund has been raised yet
           open i-o rfnd-file.
           if ws-rfnd-status = "35"
               display "no refund file - nothing to do"
               stop run
           end-if.
           if ws-rfnd-status not = "00"
               display "RFNDFILE OPEN FAILED - STATUS: " ws-rfnd-status
               stop run
           end-if.

      *    nothing can be paid without the account and its postings
           open i-o acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
                   " - NO REFUNDS PAID"
               close rfnd-file
               stop run
           end-if.

           open i-o tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
                   " - NO REFUNDS PAID"
               close rfnd-file,
                     acct-file
               stop run
           end-if.

           perform 070-load-legal-holds.

      *    no dispute file means no disputes - the credit stands
           open input disp-file.
           if ws-disp-status not = "00"
               move 'y' to sw-disp-off
               move 'y' to sw-disp-eof
           else
               read disp-file into DISPREC
                   at end move 'y' to sw-disp-eof
               end-read
           end-if.

           open extend corr-file.
           if ws-corr-status not = "00"
               and ws-corr-status not = "05"
               open output corr-file
           end-if.

      *    the extract always goes out, header and trailer at least,
      *    so the bank run can tell a quiet night from a missing file
           open output pay-file.
           move spaces to pay-header.
           move "H" to ph-type.
           move ws-today-yyyymmdd to ph-file-date.
           move "DCIA2RFD" to ph-source.
           write pay-header.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read rfnd-file into RFNDREC at end move 'y' to sw-rfnd-eof.
           perform 100-judge-one-refund until sw-rfnd-eof = 'y'.

           move spaces to pay-trailer.
           move "T" to pt-type.
           move ws-count-paid to pt-count.
           move ws-total-paid to pt-amount.
           write pay-trailer.

           close rfnd-file,
                 acct-file,
                 tran-file,
                 corr-file,
                 pay-file.
           if sw-disp-off not = 'y'
               close disp-file
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
                       display "***** DCIA2RFD: HELD-CUSTOMER TABLE "
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
               display "***** DCIA2RFD: HELD-ACCOUNT TABLE FULL - "
                   "ACCOUNT " ws-lgl-acctkey " NOT HELD"
           end-if.

       100-judge-one-refund.

           add 1 to ws-count-read.

      *    paid and cancelled refunds are history, and one still
      *    waiting for its second operator is not ours to pay
           if RFND-APPROVED
               perform 200-pay-approved-refund
           else
           if RFND-REQUESTED
               add 1 to ws-count-awaiting
           end-if
           end-if.

           read rfnd-file into RFNDREC at end move 'y' to sw-rfnd-eof.

       150-load-account-disputes.

           move RFND-ACCTKEY to ws-disp-acctkey.
           move 0 to ws-disp-open-amount.

      *    cases keyed below this account belong to accounts with no
      *    approved refund - skip past them so the pairing stays
      *    lined up
           perform 155-skip-other-case
               until sw-disp-eof = 'y'
                   or DISP-ACCTKEY not < ws-disp-acctkey.

           perform 156-take-one-case
               until sw-disp-eof = 'y'
                   or DISP-ACCTKEY not = ws-disp-acctkey.

       155-skip-other-case.

           read disp-file into DISPREC
               at end move 'y' to sw-disp-eof.

       156-take-one-case.

           if DISP-OPEN
               add DISP-AMOUNT to ws-disp-open-amount
           end-if.

           read disp-file into DISPREC
               at end move 'y' to sw-disp-eof.

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

       200-pay-approved-refund.

           move spaces to detail-line.
           move RFND-ACCTCODE to dl-acctcode.
           move RFND-ACCTNO to dl-acctno.
           move RFND-SEQ to dl-refund-seq.
           move RFND-AMOUNT to dl-amount.
           if RFND-BY-BANK
               move "BANK" to dl-method
           else
               move "CHEQUE" to dl-method
           end-if.

           move RFND-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

           if ws-acct-status not = "00"
               set RFND-CANC-NO-ACCOUNT to true
               perform 250-cancel-refund
               add 1 to ws-count-no-account
               move "CANCELLED - ACCOUNT NOT ON FILE" to dl-outcome
               perform 800-print-detail
           else
               move RFND-ACCTKEY to ws-lgl-acctkey
               perform 190-check-legal-hold
               if RFND-ACCTKEY not = ws-disp-acctkey
                   perform 150-load-account-disputes
               end-if
      *    the credit that pays is the balance below zero less any
      *    provisional dispute credit still open, as IA61 checks it
               compute ws-new-balance =
                   CURBAL + ws-disp-open-amount + RFND-AMOUNT
               if ws-legal-hold
      *    left approved - it pays the first night the hold is lifted
                   add 1 to ws-count-legal-held
                   move "HELD - ACCOUNT UNDER LEGAL HOLD" to dl-outcome
                   perform 800-print-detail
               else
               if ws-new-balance > 0
                   set RFND-CANC-NO-CREDIT to true
                   perform 250-cancel-refund
                   add 1 to ws-count-no-credit
                   move "CANCELLED - CREDIT NO LONGER COVERS IT"
                       to dl-outcome
                   perform 800-print-detail
               else
                   perform 300-post-refund
               end-if
               end-if
           end-if.

       250-cancel-refund.

      *    the caller has set the reason - the run stands in for the
      *    operator so the register shows who gave up on it
           set RFND-CANCELLED to true.
           move ws-today-yyyymmdd to RFND-CANC-DATE.
           move "DCIA2RFD" to RFND-CANC-USERID.
           rewrite rfnd-file-record from RFNDREC.

       300-post-refund.

      *    the debit and the extract line go together - a refund
      *    whose debit cannot post is left approved for tomorrow
      *    night and nothing goes to the bank for it
           perform 520-write-refund-tran.
           if ws-tran-status not = "00"
               add 1 to ws-count-failed
               move "FAILED - SEQUENCE RANGE EXHAUSTED" to dl-outcome
               perform 800-print-detail
           else
               add RFND-AMOUNT to CURBAL
               rewrite acct-file-record from ACCTREC
               perform 560-write-pay-detail
               set RFND-PAID to true
               move ws-today-yyyymmdd to RFND-PAID-DATE
               move TRAN-SEQ to RFND-PAID-SEQ
               rewrite rfnd-file-record from RFNDREC
               perform 540-drop-refund-letter
               add 1 to ws-count-paid
               add RFND-AMOUNT to ws-total-paid
               move "PAID - ON TONIGHT'S EXTRACT" to dl-outcome
               perform 800-print-detail
           end-if.

       520-write-refund-tran.

      *    the 3xx sequence range keeps this run's postings clear of
      *    the bank-payment, late-fee, charge-off, escheat,
      *    standing-order and accrual runs
           move spaces to TRANREC.
           move RFND-ACCTKEY to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 301 to TRAN-SEQ.
           move "D" to TRAN-TYPE.
           move RFND-AMOUNT to TRAN-AMOUNT.
           move "DCIA2RFD" to TRAN-USERID.
           move "CREDIT BAL REFUND" to TRAN-DESC.
           move "RF" to TRAN-CODE.

           move spaces to ws-tran-status.
           perform 530-write-one-refund-tran
               until ws-tran-status = "00"
                   or TRAN-SEQ = 399.

       530-write-one-refund-tran.

      *    a taken sequence (status 22) is stepped past - any other
      *    failure ends the loop rather than spinning on it
           move TRAN-KEY to fd-trankey.
           write tran-file-record from TRANREC
               invalid key continue
           end-write.
           if ws-tran-status = "22"
               add 1 to TRAN-SEQ
               move spaces to ws-tran-status
           else
               if ws-tran-status not = "00"
                   move 399 to TRAN-SEQ
               end-if
           end-if.

       540-drop-refund-letter.

           move spaces to CORRREC.
           move ws-today-yymmdd to CORR-DATE.
           move ws-run-time(1:6) to CORR-TIME.
           move "RFND" to CORR-LETTER-CODE.
           move RFND-ACCTKEY to CORR-ACCTKEY.
           move RFND-AMOUNT to CORR-AMOUNT.
           move "DCIA2RFD" to CORR-SOURCE.
           move "N" to CORR-PRINTED-FLAG.
           write corr-file-record from CORRREC.

       560-write-pay-detail.

           move spaces to pay-detail.
           move "D" to pd-type.
           move RFND-ACCTKEY to pd-acctkey.
           move RFND-SEQ to pd-refund-seq.
           move RFND-METHOD to pd-method.
           move RFND-AMOUNT to pd-amount.
           if RFND-BY-BANK
               move RFND-BANK-SORT to pd-bank-sort
               move RFND-BANK-ACCOUNT to pd-bank-account
           end-if.
           move TITL to pd-title.
           move FNAME to pd-fname.
           move SNAME to pd-sname.
           move ADDR1 to pd-addr1.
           move ADDR2 to pd-addr2.
           write pay-detail.

       800-print-detail.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "REFUNDS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "AWAITING APPROVAL" to cl-label.
           move ws-count-awaiting to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "REFUNDS PAID" to cl-label.
           move ws-count-paid to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "HELD - LEGAL HOLD" to cl-label.
           move ws-count-legal-held to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CANCELLED - NO CREDIT" to cl-label.
           move ws-count-no-credit to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CANCELLED - NO ACCOUNT" to cl-label.
           move ws-count-no-account to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "FAILED - RETRY TOMORROW" to cl-label.
           move ws-count-failed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TOTAL REFUNDS PAID" to al-label.
           move ws-total-paid to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       end program DCIA2RFD.
