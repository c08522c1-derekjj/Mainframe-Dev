           record key is fd-colqkey
           file status is ws-colq-status.

      *    charge-off threshold in days - a debit balance aged past
      *    it is nominated to the charge-off file for the DCIA2CHO
      *    run that follows. the charged-off status code on the same
      *    line is that run's business. a missing parameter file
      *    leaves nomination off.
           select chgp-file
           assign to "../../../data/ChgoParm.dat"
           organization is line sequential
           file status is ws-chgp-status.

      *    the charge-off file behind DCIA2CHO - an aged balance is
      *    filed here pending, the same way an IA43 collector flags
      *    one by hand.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    dispute cases filed on IA50, keyed account first so they
      *    pair with ACCTFILE in the same sequential pass. a disputed
      *    debit still open and every provisional credit are left out
      *    when the balance is dated - CURBAL already carries the
      *    provisional credit, so the disputed amount is out of the
      *    aged balance too.
           select disp-file
           assign to "DISPFILE"
           organization is indexed
           access mode is sequential
           record key is fd-dispkey
           file status is ws-disp-status.

      *    the payment obligations each statement sets, keyed account
      *    first like the dispute cases. the latest one decides - a
      *    minimum the nightly DCIA2LFE run judged missed is a real
      *    missed payment, whatever the balance's age says.
           select stob-file
           assign to "STOBFILE"
           organization is indexed
           access mode is sequential
           record key is fd-stobkey
           file status is ws-stob-status.

      *    the same audit journal the online transactions write.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

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
           assign to "../../../data/DCIA2AGE.out"
           organization is line sequential.
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  colq-file
           record contains 65 characters.
       01  parm-line.
           05 pl-escalate-days          pic 9(3).

       fd  chgp-file
           data record is chgp-line.
       01  chgp-line.
           05 cp-chargeoff-days         pic 9(3).
           05 cp-chargeoff-stat         pic x.

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  disp-file
           record contains 99 characters.
       01  disp-file-record.
           05 fd-dispkey                pic x(19).
           05 filler                    pic x(80).

       fd  stob-file
           record contains 63 characters.
       01  stob-file-record.
           05 fd-stobkey                pic x(16).
           05 filler                    pic x(47).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

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
           record contains 132 characters.
      * COPY COLLECTIONS WORK-QUEUE RECORD LAYOUT
       COPY 'COLQREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY STATEMENT PAYMENT OBLIGATION RECORD LAYOUT
       COPY 'STOBREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
       01  ws-parm-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-colq-status               pic xx value spaces.
       01  ws-chgp-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-disp-status               pic xx value spaces.
       01  sw-disp-eof                  pic x value 'n'.
       01  sw-disp-off                  pic x value 'n'.
       01  ws-stob-status               pic xx value spaces.
       01  sw-stob-eof                  pic x value 'n'.
       01  sw-stob-off                  pic x value 'n'.

      *    a collections queue that cannot be opened switches the
      *    feed off rather than stopping the aging report.
       01  sw-colq-off                  pic x value 'n'.

      *    likewise a charge-off file that cannot be opened only
      *    switches nomination off.
       01  sw-chgo-off                  pic x value 'n'.

      *    ws-tran-status is overwritten by every READ, so the OPEN
      *    result is kept separately - same convention as DCIA2STM.
       01  ws-tranfile-open-status      pic xx value spaces.
      *    dates age on the 360-day commercial calendar - thirty
      *    days a month is close enough to tell 30 from 90.
       77  ws-escalate-days             pic 9(3) value 0.
       77  ws-chargeoff-days            pic 9(3) value 0.

       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
       01  ws-ref-date                  pic 9(8) value 0.
       01  ws-bucket                    pic 9 value 0.

      *--------------Per-Account Dispute Cases--------------------
      *    the account's cases, loaded before its movements are
      *    read so each movement can be checked against them.
       01 ws-case-table.
           05 ws-case-entry occurs 20 times.
               10 ws-case-tran-date     pic 9(8).
               10 ws-case-tran-seq      pic 9(3).
               10 ws-case-prov-date     pic 9(8).
               10 ws-case-prov-seq      pic 9(3).
               10 ws-case-status        pic x.
       01 ws-case-count                 pic 99 value 0.
       01 ws-case-idx                   pic 99 value 0.
       01 ws-case-open-count            pic 99 value 0.
       01 ws-disputed-sw                pic x value "N".
           88 ws-tran-disputed               value "Y".

      *--------------Per-Account Payment Obligation---------------
      *    status of the account's latest statement obligation -
      *    obligations key by statement date, so the last one read
      *    for the account is the latest.
       01 ws-stob-last-status           pic x value space.
           88 ws-payment-missed              value "L".

      *--------------Per-Branch Bucket Totals---------------------
       01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
           05 ws-count-queued           pic 9(7) value 0.
           05 ws-count-bounced          pic 9(7) value 0.
           05 ws-count-cleared          pic 9(7) value 0.
           05 ws-count-nominated        pic 9(7) value 0.
           05 ws-count-missed           pic 9(7) value 0.
           05 ws-count-legal-held       pic 9(7) value 0.

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
           accept ws-today-yyyymmdd from date yyyymmdd.
           move ws-ref-days to ws-today-days.

           perform 050-read-parm.
           perform 055-read-chargeoff-parm.
           perform 070-load-legal-holds.

           open i-o acct-file.
           if ws-acct-status not = "00"
               move 'y' to sw-tran-eof
           end-if.

      *    no dispute file means no disputes - nothing is skipped
           open input disp-file.
           if ws-disp-status not = "00"
               move 'y' to sw-disp-off
               move 'y' to sw-disp-eof
           else
               read disp-file into DISPREC
                   at end move 'y' to sw-disp-eof
               end-read
           end-if.

      *    no obligation file means no statement has set one yet
           open input stob-file.
           if ws-stob-status not = "00"
               move 'y' to sw-stob-off
               move 'y' to sw-stob-eof
           else
               read stob-file into STOBREC
                   at end move 'y' to sw-stob-eof
               end-read
           end-if.

      *    first run creates the queue file, then reopens it i-o
           open i-o colq-file.
           if ws-colq-status = "35"
                   " - COLLECTIONS FEED OFF"
           end-if.

      *    first nomination creates the charge-off file
           if ws-chargeoff-days > 0
               open i-o chgo-file
               if ws-chgo-status = "35"
                   open output chgo-file
                   close chgo-file
                   open i-o chgo-file
               end-if
               if ws-chgo-status not = "00"
                   move 'y' to sw-chgo-off
                   display "CHGOFILE UNAVAILABLE - STATUS: "
                       ws-chgo-status " - CHARGE-OFF NOMINATION OFF"
               end-if
           else
               move 'y' to sw-chgo-off
           end-if.

           open extend audt-file.
           if ws-audt-status not = "00"
               and ws-audt-status not = "05"
           if ws-tranfile-open-status = "00"
               close tran-file
           end-if.
           if sw-disp-off not = 'y'
               close disp-file
           end-if.
           if sw-stob-off not = 'y'
               close stob-file
           end-if.
           if sw-colq-off not = 'y'
               close colq-file
           end-if.
           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close acct-file,
                 audt-file,
                 report-file.
               close parm-file
           end-if.

       055-read-chargeoff-parm.
      *    a missing parameter file just leaves nomination off.
           open input chgp-file.
           if ws-chgp-status = "00"
               read chgp-file
                   at end continue
               end-read
               if ws-chgp-status = "00"
                   and cp-chargeoff-days is numeric
                   move cp-chargeoff-days to ws-chargeoff-days
               end-if
               close chgp-file
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

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
                       display "***** DCIA2AGE: HELD-CUSTOMER TABLE "
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
               display "***** DCIA2AGE: HELD-ACCOUNT TABLE FULL - "
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

       000-age-one-account.

           add 1 to ws-count-read.
           move 0 to ws-last-credit-date.
           move 0 to ws-first-debit-date.

           perform 130-load-account-cases.
           perform 150-load-account-obligation.

      *    movements keyed below this account belong to accounts no
      *    longer on file - skip past them so the pairing stays
      *    lined up, same as the statement run does

       120-take-one-tran.

      *    a debit under open dispute is not yet owed, and a
      *    provisional credit is not a payment - neither dates the
      *    balance
           move "N" to ws-disputed-sw.
           perform 140-check-case-entry
               varying ws-case-idx from 1 by 1
               until ws-case-idx > ws-case-count.

           if ws-tran-disputed
               continue
           else
           if TRAN-TYPE-CREDIT
               if TRAN-DATE > ws-last-credit-date
                   move TRAN-DATE to ws-last-credit-date
               if ws-first-debit-date = 0
                   move TRAN-DATE to ws-first-debit-date
               end-if
           end-if
           end-if.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       130-load-account-cases.

           move 0 to ws-case-count.
           move 0 to ws-case-open-count.

           perform 135-skip-orphan-case
               until sw-disp-eof = 'y'
                   or DISP-ACCTKEY not < ACCTKEY.

           perform 136-take-one-case
               until sw-disp-eof = 'y'
                   or DISP-ACCTKEY not = ACCTKEY.

       135-skip-orphan-case.

           read disp-file into DISPREC
               at end move 'y' to sw-disp-eof.

       136-take-one-case.

           if ws-case-count < 20
               add 1 to ws-case-count
               move DISP-TRAN-DATE to ws-case-tran-date(ws-case-count)
               move DISP-TRAN-SEQ  to ws-case-tran-seq(ws-case-count)
               move DISP-PROV-DATE to ws-case-prov-date(ws-case-count)
               move DISP-PROV-SEQ  to ws-case-prov-seq(ws-case-count)
               move DISP-STATUS    to ws-case-status(ws-case-count)
               if DISP-OPEN
                   add 1 to ws-case-open-count
               end-if
           else
               display "DISPUTE TABLE FULL - " ACCTKEY
                   " CASE " DISP-TRAN-DATE "/" DISP-TRAN-SEQ
                   " NOT SKIPPED"
           end-if.

           read disp-file into DISPREC
               at end move 'y' to sw-disp-eof.

       140-check-case-entry.

           if TRAN-TYPE-DEBIT
               and ws-case-status(ws-case-idx) = "O"
               and TRAN-DATE = ws-case-tran-date(ws-case-idx)
               and TRAN-SEQ = ws-case-tran-seq(ws-case-idx)
               set ws-tran-disputed to true
           end-if.

           if TRAN-TYPE-CREDIT
               and TRAN-DATE = ws-case-prov-date(ws-case-idx)
               and TRAN-SEQ = ws-case-prov-seq(ws-case-idx)
               set ws-tran-disputed to true
           end-if.

       150-load-account-obligation.

           move space to ws-stob-last-status.

           perform 155-skip-orphan-obligation
               until sw-stob-eof = 'y'
                   or STOB-ACCTKEY not < ACCTKEY.

           perform 156-take-one-obligation
               until sw-stob-eof = 'y'
                   or STOB-ACCTKEY not = ACCTKEY.

       155-skip-orphan-obligation.

           read stob-file into STOBREC
               at end move 'y' to sw-stob-eof.

       156-take-one-obligation.

           move STOB-STATUS to ws-stob-last-status.

           read stob-file into STOBREC
               at end move 'y' to sw-stob-eof.

       200-bucket-one-account.

      *    the balance ages from the last credit posting - an
           perform 300-post-branch-bucket.

      *    the collections queue holds one item per account aged
      *    past current or behind on its latest minimum payment -
      *    an account that worked its way back to the current
      *    bucket with its minimum paid drops off the queue again
           if ws-payment-missed
               add 1 to ws-count-missed
           end-if.

      *    nobody collects from an account under legal hold - the
      *    trustee or the estate deals with it, so it comes off the
      *    queue and stays off until the event is closed on IA58
           move ACCTKEY to ws-lgl-acctkey.
           perform 190-check-legal-hold.
           if ws-legal-hold
               add 1 to ws-count-legal-held
           end-if.

           if sw-colq-off not = 'y'
               if ws-legal-hold
                   perform 520-clear-collections
               else
               if ws-bucket > 1 or ws-payment-missed
                   perform 500-feed-collections
               else
                   perform 520-clear-collections
               end-if
               end-if
           end-if.

      *    escalation - a balance past the configured age flips an
               move "ESCALATED TO STATUS 'B'" to dl-flag
           end-if.

           if ws-legal-hold and dl-flag = spaces
               move "LEGAL HOLD - NOT COLLECTED" to dl-flag
           end-if.

           if ws-case-open-count > 0 and dl-flag = spaces
               move "DISPUTE OPEN" to dl-flag
           end-if.

           if ws-payment-missed and dl-flag = spaces
               move "MINIMUM PAYMENT MISSED" to dl-flag
           end-if.

      *    charge-off nomination - a balance past the charge-off
      *    age is filed pending for tonight's DCIA2CHO run
           if sw-chgo-off not = 'y'
               and ws-age-days >= ws-chargeoff-days
               perform 450-nominate-chargeoff
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

           move STAT to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

       450-nominate-chargeoff.

      *    an account already on the charge-off file - flagged by a
      *    collector, nominated on an earlier night or written off
      *    already - is left exactly as it is
           move ACCTKEY to fd-chgokey.
           read chgo-file into CHGOREC
               invalid key continue
           end-read.

           if ws-chgo-status = "23"
               move spaces to CHGOREC
               move ACCTKEY to CHGO-ACCTKEY
               set CHGO-PENDING to true
               set CHGO-REASON-AGED to true
               move ws-today-yyyymmdd to CHGO-FLAG-DATE
               move "DCIA2AGE" to CHGO-FLAG-USERID
               move 0 to CHGO-DATE
               move 0 to CHGO-AMOUNT
               move 0 to CHGO-RECOVERED
               move 0 to CHGO-LAST-RECOVERY
               write chgo-file-record from CHGOREC
                   invalid key continue
               end-write
               if ws-chgo-status = "00"
                   add 1 to ws-count-nominated
                   move "NOMINATED FOR CHARGE-OFF" to dl-flag
               end-if
           end-if.

       500-feed-collections.

           move ACCTKEY to fd-colqkey.
           write report-print-line from count-line
               after advancing 1 line.

           move "NOMINATED FOR CHARGE-OFF" to cl-label.
           move ws-count-nominated to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "MINIMUM PAYMENTS MISSED" to cl-label.
           move ws-count-missed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "LEGAL HOLD - NOT COLLECTED" to cl-label.
           move ws-count-legal-held to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       910-print-one-branch.

           move ws-branch-code(ws-branch-idx) to btl-branch.
