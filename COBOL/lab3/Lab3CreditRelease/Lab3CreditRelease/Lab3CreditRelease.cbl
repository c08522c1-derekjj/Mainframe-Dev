       identification division.
       program-id. Lab3CreditRelease.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    order lines the sales run held for credit - re-tested
      *    here once the day's cash has posted, and rewritten with
      *    only the lines still held.
           select open-credit-hold-file
           assign to "../../../data/lab3CreditHoldOpen.dat"
           organization is line sequential
           file status is ws-opench-status.

      *    the same account file the sales run's credit check reads,
      *    after cash application and the payment postings - read
      *    only, the sales run posts the released orders itself.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    customers still past the aging run's top bucket - paying
      *    down the limit is not enough while money is that old.
           select past-due-file
           assign to "../../../data/lab3PastDue.dat"
           organization is line sequential
           file status is ws-pastdue-status.

      *    how long an order may wait for payment before it is
      *    cancelled - the compiled default when missing.
           select hold-parm-file
           assign to "../../../data/lab3CreditHoldParms.dat"
           organization is line sequential
           file status is ws-holdparm-status.

      *    released lines queue for the sales run through the
      *    resubmit facility, ahead of the next night's keyed input.
           select resubmit-file
           assign to "../../../data/Resubmit.dat"
           organization is line sequential
           file status is ws-resubmit-status.

           select release-register-file
           assign to "../../../data/lab3CreditRelease.out"
           organization is line sequential.

      *    notices to customers whose held orders were cancelled.
           select cancel-notice-file
           assign to "../../../data/lab3HoldCancel.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - a hold ages against the business
      *    date, not the raw date the job happens to run on.
           select business-cal-file
           assign to "../../../data/BusDayCal.dat"
           organization is line sequential
           file status is ws-buscal-status.

           select batch-control-file
           assign to "../../../data/BatchControl.dat"
           organization is line sequential
           file status is ws-batchctl-status.

       data division.
       file section.

       fd  open-credit-hold-file
           data record is open-credit-hold-line.

       01  open-credit-hold-line.
           05 chd-input-record          pic x(41).
           05 chd-hold-date             pic 9(8).
           05 chd-acct-key              pic x(8).
           05 chd-order-amount          pic 9(6)v99.
           05 chd-shortfall             pic 9(7)v99.
           05 chd-reason                pic x.

      *    same 99-byte layout DCIA2PGC/DCIA2PGR keep on ACCTFILE -
      *    the friendly field names come from the ACCTREC copybook.
       fd  acct-file
           record contains 99 characters.

       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode               pic x(3).
               10 fd-acctno                 pic 9(5).
           05 filler                        pic x(91).

       fd  past-due-file
           data record is past-due-line.

       01  past-due-line.
           05 pdl-cust-num              pic x(4).
           05 pdl-oldest-days           pic 9(5).
           05 pdl-over-90               pic 9(7)v99.
           05 pdl-date                  pic 9(8).

       fd  hold-parm-file
           data record is hold-parm-line.

       01  hold-parm-line.
           05 hpl-max-hold-days         pic 9(3).

       fd  resubmit-file
           data record is resubmit-line.

       01  resubmit-line.
           05 rsl-job-name              pic x(8).
           05 rsl-record                pic x(80).

       fd  release-register-file
           data record is release-register-line.

       01  release-register-line        pic x(80).

       fd  cancel-notice-file
           data record is cancel-notice-line.

       01  cancel-notice-line           pic x(72).

       fd  run-stats-file
           data record is run-stats-line.

       01  run-stats-line.
           05 rs-job-name               pic x(8).
           05 rs-run-date               pic 9(8).
           05 rs-start-time             pic 9(6).
           05 rs-end-time               pic 9(6).
           05 rs-records-read           pic 9(7).
           05 rs-records-written        pic 9(7).

       fd  except-log-file
           data record is except-log-line.

       01  except-log-line.
           05 el-job-name               pic x(8).
           05 el-run-date               pic 9(8).
           05 el-record-key             pic x(20).
           05 el-reason                 pic x(30).

       fd  batch-control-file
           data record is batch-control-line.

       01  batch-control-line.
           05 bc-job-name               pic x(8).
           05 bc-last-run-date          pic 9(8).
           05 bc-run-sequence           pic 9(5).

       fd  business-cal-file
           data record is business-cal-line.

       01  business-cal-line.
           05 cal-date                      pic 9(8).
           05 cal-business-flag             pic x.
           05 cal-month-end-flag            pic x.
           05 cal-period-end-flag           pic x.

       working-storage section.

       COPY 'ACCTREC'.

      *    the sales run's own input line - the held record is laid
      *    over it to find the customer, item and quantity
       01 ws-held-line.
           05 hld-invoice-number        pic x(4).
           05 hld-quantity              pic 999.
           05 hld-description           pic x(13).
           05 hld-price                 pic 9(4)v99.
           05 hld-class                 pic x.
           05 hld-cust-num              pic x(4).
           05 hld-item-code             pic x(6).
           05 hld-type                  pic x.
           05 hld-carrier               pic x(3).

      *---------------Open Credit-Hold Table--------------------------
      *    the whole open file is loaded, each entry released, kept
      *    or cancelled, and the file rewritten from the kept ones.
       01 ws-hold-table.
           05 ws-hold-entry occurs 500 times.
               10 ws-hold-record         pic x(41).
               10 ws-hold-date           pic 9(8).
               10 ws-hold-acct-key       pic x(8).
               10 ws-hold-amount         pic 9(6)v99.
               10 ws-hold-shortfall      pic 9(7)v99.
               10 ws-hold-reason         pic x.
               10 ws-hold-action-sw      pic x.
                   88 ws-hold-kept            value "K".
                   88 ws-hold-released        value "R".
                   88 ws-hold-cancelled       value "C".

       01 ws-hold-count             pic 999 value 0.
       01 ws-hold-idx                pic 999 value 0.
       01 ws-opench-status           pic xx value spaces.
       01 sw-opench-eof              pic x value "n".

      *    set when the open file had more lines than the table
      *    holds - rewriting it from a partial load would silently
      *    drop every held order past the cap, so the run refuses
       01 ws-hold-overflow-sw        pic x value "N".
           88 ws-hold-overflow            value "Y".

      *---------------Credit Claimed This Run-------------------------
      *    what this run has already released against each account -
      *    two held orders for one customer cannot both claim the
      *    same room under the limit
       01 ws-claim-table.
           05 ws-claim-entry occurs 200 times.
               10 ws-claim-acct-key      pic x(8).
               10 ws-claim-amount        pic 9(7)v99.

       01 ws-claim-count             pic 999 value 0.
       01 ws-claim-idx               pic 999 value 0.
       01 ws-claim-match-idx         pic 999 value 0.
       01 ws-claim-found-sw          pic x value "N".
           88 ws-claim-found              value "Y".
       01 ws-claimed                 pic 9(7)v99 value 0.

      *---------------Past-Due Customers------------------------------
       01 ws-past-due-table.
           05 ws-past-due-cust       pic x(4) occurs 200 times.

       01 ws-past-due-count          pic 999 value 0.
       01 ws-past-due-idx            pic 999 value 0.
       01 ws-pastdue-status          pic xx value spaces.
       01 sw-pastdue-eof             pic x value "n".
       01 ws-past-due-sw             pic x value "N".
           88 ws-past-due                 value "Y".

      *---------------Account File------------------------------------
       01 ws-acct-status             pic xx.
      *    set once right after the open - every read overwrites
      *    ws-acct-status, and a lookup miss must not look like the
      *    file never opened
       01 ws-acctfile-open-status    pic xx.
       01 ws-acct-found-sw           pic x value "N".
           88 ws-acct-found               value "Y".

      *---------------Parameters and Work Fields----------------------
       01 ws-holdparm-status         pic xx value spaces.
       01 ws-max-hold-days           pic 9(3) value 30.

       01 ws-resubmit-status         pic xx value spaces.
      *    the job the released lines are queued to - the sales run
       01 ws-release-job-name        pic x(8) value "LAB3".

       01 ws-date-parts.
           05 ws-dp-yyyy             pic 9(4).
           05 ws-dp-mm               pic 99.
           05 ws-dp-dd               pic 99.
       01 ws-today-days              pic 9(7) value 0.
       01 ws-ref-days                pic 9(7) value 0.
       01 ws-hold-days               pic s9(5) value 0.
       01 ws-new-shortfall           pic s9(8)v99 value 0.

       01 ws-today-yyyymmdd          pic 9(8).

       01 ws-count-released          pic 999 value 0.
       01 ws-count-kept              pic 999 value 0.
       01 ws-count-cancelled         pic 999 value 0.
       01 ws-total-released          pic 9(8)v99 value 0.

      *---------------Release Register Lines--------------------------
       01 ws-register-heading.
           05 filler                 pic x(30)
               value "CREDIT HOLD RELEASE REGISTER ".
           05 rrh-date               pic 9(8).
           05 filler                 pic x(20)
               value "   CANCEL AFTER DAYS".
           05 rrh-max-days           pic zz9.

       01 ws-register-columns.
           05 filler                 pic x(35)
               value "INV   CUST  ITEM    HELD ON   DAYS ".
           05 filler                 pic x(36)
               value "    AMOUNT  SHORTFALL  ACTION       ".

       01 ws-register-detail.
           05 rrd-invoice            pic x(4).
           05 filler                 pic x(2) value spaces.
           05 rrd-cust-num           pic x(4).
           05 filler                 pic x(2) value spaces.
           05 rrd-item-code          pic x(6).
           05 filler                 pic x(2) value spaces.
           05 rrd-hold-date          pic 9(8).
           05 filler                 pic x(2) value spaces.
           05 rrd-days               pic zzz9.
           05 filler                 pic x(2) value spaces.
           05 rrd-amount             pic zzz,zz9.99.
           05 filler                 pic x(1) value spaces.
           05 rrd-shortfall          pic z,zzz,zz9.99.
           05 filler                 pic x(2) value spaces.
           05 rrd-action             pic x(20).

       01 ws-register-total.
           05 filler                 pic x(10) value "RELEASED  ".
           05 rrt-released           pic zz9.
           05 filler                 pic x(10) value "   VALUE  ".
           05 rrt-value              pic zz,zzz,zz9.99.
           05 filler                 pic x(11) value "   STILL   ".
           05 rrt-kept               pic zz9.
           05 filler                 pic x(14) value "   CANCELLED  ".
           05 rrt-cancelled          pic zz9.

      *---------------Cancellation Notice Lines-----------------------
       01 ws-notice-heading.
           05 filler                 pic x(42)
               value "NOTICE OF ORDER CANCELLATION".
           05 cnh-date               pic 9(8).

       01 ws-notice-name-line.
           05 cnn-title              pic x(4).
           05 filler                 pic x(1) value spaces.
           05 cnn-fname              pic x(15).
           05 filler                 pic x(1) value spaces.
           05 cnn-sname              pic x(15).

       01 ws-notice-account-line.
           05 filler                 pic x(8) value "ACCOUNT ".
           05 cna-acct-key           pic x(8).
           05 filler                 pic x(12) value "  CUSTOMER ".
           05 cna-cust-num           pic x(4).

       01 ws-notice-text-1.
           05 filler                 pic x(36)
               value "The order below has been held since ".
           05 cnt-hold-date          pic 9(8).
           05 filler                 pic x(20)
               value " awaiting payment on".

       01 ws-notice-text-2.
           05 filler                 pic x(30)
               value "your account and has now been ".
           05 filler                 pic x(31)
               value "cancelled. Please re-order once".

       01 ws-notice-text-3.
           05 filler                 pic x(46)
               value "the account is within its credit limit.".

       01 ws-notice-order-line.
           05 filler                 pic x(9) value "  ORDER  ".
           05 cno-invoice            pic x(4).
           05 filler                 pic x(8) value "   ITEM ".
           05 cno-item-code          pic x(6).
           05 filler                 pic x(7) value "   QTY ".
           05 cno-quantity           pic zz9.
           05 filler                 pic x(10) value "   AMOUNT ".
           05 cno-amount             pic zzz,zz9.99.

      *shared batch-control file - tracks which business date each
      *job in the batch suite last processed, so a job doesn't get
      *accidentally rerun against the same day's data or skip a day
       01 ws-batch-control-table.
           05 ws-bc-entry occurs 50 times.
               10 ws-bc-job-name             pic x(8).
               10 ws-bc-last-run-date        pic 9(8).
               10 ws-bc-run-sequence         pic 9(5).

       01 ws-run-start-hhmmss               pic 9(8).
       01 ws-run-end-hhmmss                 pic 9(8).
       01 ws-runstats-status                pic xx.
       01 ws-stats-read                     pic 9(7) value 0.
       01 ws-stats-written                  pic 9(7) value 0.

       01 ws-except-key                     pic x(20).
       01 ws-except-reason                  pic x(30).
       01 ws-exceptlog-status               pic xx.

       01 ws-bc-count                       pic 99 value 0.
       01 ws-bc-idx                          pic 99 value 0.
       01 ws-bc-match-idx                    pic 99 value 0.
       01 ws-bc-found-sw                     pic x value "N".
           88 ws-bc-found                         value "Y".
       01 ws-batchctl-status                 pic xx.
       01 sw-batchctl-eof                    pic x value "n".
       01 ws-this-job-name                   pic x(8) value "LAB3CRR".

      *    the business-day calendar, date-ascending.  a missing or
      *    short calendar leaves both business dates at today.
       01 ws-cal-table.
           05 ws-cal-entry occurs 400 times.
               10 ws-cal-date                pic 9(8).
               10 ws-cal-busday              pic x.
               10 ws-cal-monthend            pic x.
               10 ws-cal-periodend           pic x.

       01 ws-cal-count                      pic 999 value 0.
       01 ws-cal-idx                         pic 999 value 0.
       01 ws-buscal-status                   pic xx.
       01 sw-buscal-eof                      pic x value "n".
       01 ws-business-date                   pic 9(8) value 0.
       01 ws-prev-business-date              pic 9(8) value 0.
       01 ws-cal-monthend-sw                 pic x value "N".
           88 ws-cal-monthend-today               value "Y".
       01 ws-cal-periodend-sw                pic x value "N".
           88 ws-cal-periodend-today              value "Y".

       procedure division.

           accept ws-today-yyyymmdd from date yyyymmdd.
           perform 940-read-business-calendar.
           accept ws-run-start-hhmmss from time.

           move ws-business-date to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-hold-parms.
           perform 055-read-past-due.
           perform 070-read-open-holds.

           if ws-hold-count = 0
               display "no open credit holds on file - nothing to do"
               goback
           end-if.

           if ws-hold-overflow
               display "open credit-hold file exceeds 500 lines -"
                   " run refused, split the file"
               goback
           end-if.

           perform 960-check-batch-control.

           open input acct-file.
           move ws-acct-status to ws-acctfile-open-status.
           if ws-acctfile-open-status not = "00"
               display "warning - unable to open ACCTFILE"
                   " - only cancellations will be made"
           end-if.

      *    extend, not output - lines released earlier, or queued by
      *    the resubmit facility, wait there for the sales run
           open extend resubmit-file.
           if ws-resubmit-status not = "00"
               and ws-resubmit-status not = "05"
               open output resubmit-file
           end-if.

           open output release-register-file.
           open output cancel-notice-file.

           move ws-business-date to rrh-date.
           move ws-max-hold-days to rrh-max-days.
           write release-register-line from ws-register-heading.
           write release-register-line from ws-register-columns
               after advancing 2 lines.
           move spaces to release-register-line.
           write release-register-line after advancing 1 line.

      *    oldest holds first - they have waited longest for the
      *    room under the limit
           perform 100-try-one-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count.

           move ws-count-released to rrt-released.
           move ws-total-released to rrt-value.
           move ws-count-kept to rrt-kept.
           move ws-count-cancelled to rrt-cancelled.
           write release-register-line from ws-register-total
               after advancing 2 lines.

           close resubmit-file.
           close release-register-file.
           close cancel-notice-file.
           if ws-acctfile-open-status = "00"
               close acct-file
           end-if.

           perform 300-rewrite-open-holds.

           move ws-hold-count to ws-stats-read.
           compute ws-stats-written = ws-count-released
               + ws-count-cancelled.
           perform 958-write-run-stats.

           display "credit holds released: " ws-count-released
               " still held: " ws-count-kept
               " cancelled: " ws-count-cancelled.

           goback.

       050-read-hold-parms.

           open input hold-parm-file.
           if ws-holdparm-status = "00"
               read hold-parm-file
                   at end continue
               end-read
               if ws-holdparm-status = "00"
                   and hpl-max-hold-days is numeric
                   and hpl-max-hold-days > 0
                   move hpl-max-hold-days to ws-max-hold-days
               end-if
               close hold-parm-file
           end-if.

       055-read-past-due.

      *    a missing list holds no one on age
           open input past-due-file.

           if ws-pastdue-status = "00"
               read past-due-file
                   at end move "y" to sw-pastdue-eof
               end-read
               if ws-pastdue-status not = "00"
                   move "y" to sw-pastdue-eof
               end-if
               perform 056-load-one-past-due
                   until sw-pastdue-eof = "y"
                       or ws-past-due-count = 200
               close past-due-file
           end-if.

       056-load-one-past-due.

           add 1 to ws-past-due-count.
           move pdl-cust-num to ws-past-due-cust(ws-past-due-count).

           read past-due-file
               at end move "y" to sw-pastdue-eof
           end-read.
           if ws-pastdue-status not = "00"
               move "y" to sw-pastdue-eof
           end-if.

       060-date-to-days.

      *    days on the 360-day commercial calendar, as the aging runs
           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       070-read-open-holds.

           open input open-credit-hold-file.

           if ws-opench-status = "00"
               read open-credit-hold-file
                   at end move "y" to sw-opench-eof
               end-read
               if ws-opench-status not = "00"
                   move "y" to sw-opench-eof
               end-if
               perform 075-load-one-hold
                   until sw-opench-eof = "y"
                       or ws-hold-count = 500
               if sw-opench-eof not = "y"
                   set ws-hold-overflow to true
               end-if
               close open-credit-hold-file
           end-if.

       075-load-one-hold.

           add 1 to ws-hold-count.
           move chd-input-record to ws-hold-record(ws-hold-count).
           move chd-hold-date to ws-hold-date(ws-hold-count).
           move chd-acct-key to ws-hold-acct-key(ws-hold-count).
           move chd-order-amount to ws-hold-amount(ws-hold-count).
           move chd-shortfall to ws-hold-shortfall(ws-hold-count).
           move chd-reason to ws-hold-reason(ws-hold-count).
           set ws-hold-kept(ws-hold-count) to true.

           read open-credit-hold-file
               at end move "y" to sw-opench-eof
           end-read.
           if ws-opench-status not = "00"
               move "y" to sw-opench-eof
           end-if.

       100-try-one-hold.

           move ws-hold-record(ws-hold-idx) to ws-held-line.
           move ws-hold-date(ws-hold-idx) to ws-date-parts.
           perform 060-date-to-days.
           compute ws-hold-days = ws-today-days - ws-ref-days.

           move spaces to ws-register-detail.
           move hld-invoice-number to rrd-invoice.
           move hld-cust-num to rrd-cust-num.
           move hld-item-code to rrd-item-code.
           move ws-hold-date(ws-hold-idx) to rrd-hold-date.
           move ws-hold-days to rrd-days.
           move ws-hold-amount(ws-hold-idx) to rrd-amount.

           move "N" to ws-past-due-sw.
           perform 110-check-past-due-entry
               varying ws-past-due-idx from 1 by 1
               until ws-past-due-idx > ws-past-due-count.

           if ws-hold-days > ws-max-hold-days
               perform 270-cancel-one-hold
           else
               if ws-past-due
                   add 1 to ws-count-kept
                   move "STILL PAST DUE 90+" to rrd-action
               else
                   if ws-acctfile-open-status not = "00"
                       add 1 to ws-count-kept
                       move "KEPT - NO ACCTFILE" to rrd-action
                   else
                       perform 150-retest-credit
                   end-if
               end-if
           end-if.

           move ws-hold-shortfall(ws-hold-idx) to rrd-shortfall.
           write release-register-line from ws-register-detail
               after advancing 1 line.

       110-check-past-due-entry.

           if ws-past-due-cust(ws-past-due-idx) = hld-cust-num
               set ws-past-due to true
           end-if.

       150-retest-credit.

      *    the sales run's own test - balance plus the order against
      *    the limit - with what this run has already released to
      *    the account counted as if it were on the balance
           move ws-hold-acct-key(ws-hold-idx) to fd-acctkey.
           read acct-file into ACCTREC
               invalid key move "N" to ws-acct-found-sw
               not invalid key move "Y" to ws-acct-found-sw
           end-read.

           perform 160-find-claim.

      *    no account means no limit to test - the sales run itself
      *    would not hold it, so neither does this one
           if not ws-acct-found
               perform 200-release-one-hold
           else
               compute ws-new-shortfall = CURBAL + ws-claimed
                   + ws-hold-amount(ws-hold-idx) - CRLIMIT
               if ws-new-shortfall > 0
                   move ws-new-shortfall
                       to ws-hold-shortfall(ws-hold-idx)
                   add 1 to ws-count-kept
                   move "STILL OVER LIMIT" to rrd-action
               else
                   perform 200-release-one-hold
               end-if
           end-if.

       160-find-claim.

           move "N" to ws-claim-found-sw.
           move 0 to ws-claimed.
           perform 165-check-one-claim
               varying ws-claim-idx from 1 by 1
               until ws-claim-idx > ws-claim-count
                   or ws-claim-found.
           if ws-claim-found
               move ws-claim-amount(ws-claim-match-idx) to ws-claimed
           end-if.

       165-check-one-claim.

           if ws-claim-acct-key(ws-claim-idx)
                   = ws-hold-acct-key(ws-hold-idx)
               set ws-claim-found to true
               move ws-claim-idx to ws-claim-match-idx
           end-if.

       200-release-one-hold.

      *    the line goes back to the sales run exactly as it was
      *    keyed - it re-prices, re-checks and posts it as any order
           move spaces to resubmit-line.
           move ws-release-job-name to rsl-job-name.
           move ws-hold-record(ws-hold-idx) to rsl-record.
           write resubmit-line.

           set ws-hold-released(ws-hold-idx) to true.
           move 0 to ws-hold-shortfall(ws-hold-idx).
           add 1 to ws-count-released.
           add ws-hold-amount(ws-hold-idx) to ws-total-released.
           move "RELEASED" to rrd-action.

           if ws-claim-found
               add ws-hold-amount(ws-hold-idx)
                   to ws-claim-amount(ws-claim-match-idx)
           else
               if ws-claim-count < 200
                   add 1 to ws-claim-count
                   move ws-hold-acct-key(ws-hold-idx)
                       to ws-claim-acct-key(ws-claim-count)
                   move ws-hold-amount(ws-hold-idx)
                       to ws-claim-amount(ws-claim-count)
               end-if
           end-if.

       270-cancel-one-hold.

           set ws-hold-cancelled(ws-hold-idx) to true.
           add 1 to ws-count-cancelled.
           move "CANCELLED - TOO OLD" to rrd-action.

      *    the notice goes to the name and address on the account
      *    when the account can be read, the account key otherwise
           move "N" to ws-acct-found-sw.
           if ws-acctfile-open-status = "00"
               move ws-hold-acct-key(ws-hold-idx) to fd-acctkey
               read acct-file into ACCTREC
                   invalid key move "N" to ws-acct-found-sw
                   not invalid key move "Y" to ws-acct-found-sw
               end-read
           end-if.

           move ws-business-date to cnh-date.
           write cancel-notice-line from ws-notice-heading
               after advancing 3 lines.
           move spaces to cancel-notice-line.
           write cancel-notice-line after advancing 1 line.

           if ws-acct-found
               move TITL to cnn-title
               move FNAME to cnn-fname
               move SNAME to cnn-sname
               write cancel-notice-line from ws-notice-name-line
                   after advancing 1 line
               move ADDR1 to cancel-notice-line
               write cancel-notice-line after advancing 1 line
               move ADDR2 to cancel-notice-line
               write cancel-notice-line after advancing 1 line
           else
      *    a notice with no address on it cannot be mailed - it
      *    goes to the exception log for someone to address by hand
               move ws-hold-acct-key(ws-hold-idx) to ws-except-key
               move hld-cust-num to ws-except-key(10:4)
               move "cancel notice has no address" to ws-except-reason
               perform 955-write-exception
           end-if.

           move ws-hold-acct-key(ws-hold-idx) to cna-acct-key.
           move hld-cust-num to cna-cust-num.
           write cancel-notice-line from ws-notice-account-line
               after advancing 1 line.

           move ws-hold-date(ws-hold-idx) to cnt-hold-date.
           write cancel-notice-line from ws-notice-text-1
               after advancing 2 lines.
           write cancel-notice-line from ws-notice-text-2
               after advancing 1 line.
           write cancel-notice-line from ws-notice-text-3
               after advancing 1 line.

           move hld-invoice-number to cno-invoice.
           move hld-item-code to cno-item-code.
           move hld-quantity to cno-quantity.
           move ws-hold-amount(ws-hold-idx) to cno-amount.
           write cancel-notice-line from ws-notice-order-line
               after advancing 2 lines.

       300-rewrite-open-holds.

           open output open-credit-hold-file.
           perform 310-keep-one-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count.
           close open-credit-hold-file.

       310-keep-one-hold.

           if ws-hold-kept(ws-hold-idx)
               move spaces to open-credit-hold-line
               move ws-hold-record(ws-hold-idx) to chd-input-record
               move ws-hold-date(ws-hold-idx) to chd-hold-date
               move ws-hold-acct-key(ws-hold-idx) to chd-acct-key
               move ws-hold-amount(ws-hold-idx) to chd-order-amount
               move ws-hold-shortfall(ws-hold-idx) to chd-shortfall
               move ws-hold-reason(ws-hold-idx) to chd-reason
               write open-credit-hold-line
           end-if.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    ages holds against the raw calendar date.
           move ws-today-yyyymmdd to ws-business-date.
           move ws-today-yyyymmdd to ws-prev-business-date.

           open input business-cal-file.
           if ws-buscal-status = "00"
               read business-cal-file
                   at end move "y" to sw-buscal-eof
               end-read
               if ws-buscal-status not = "00"
                   move "y" to sw-buscal-eof
               end-if
               perform 941-load-one-cal-entry
                   until sw-buscal-eof = "y"
                       or ws-cal-count = 400
               close business-cal-file
           end-if.

           if ws-cal-count > 0
               perform 942-derive-business-dates
           end-if.

       941-load-one-cal-entry.

           add 1 to ws-cal-count.
           move cal-date to ws-cal-date(ws-cal-count).
           move cal-business-flag to ws-cal-busday(ws-cal-count).
           move cal-month-end-flag to ws-cal-monthend(ws-cal-count).
           move cal-period-end-flag to ws-cal-periodend(ws-cal-count).

           read business-cal-file
               at end move "y" to sw-buscal-eof
           end-read.
           if ws-buscal-status not = "00"
               move "y" to sw-buscal-eof
           end-if.

       942-derive-business-dates.

      *    the current business date is the latest business day on
      *    or before today and the previous one is the business day
      *    before that.
           move 0 to ws-business-date.
           move 0 to ws-prev-business-date.

           perform 943-take-one-cal-date
               varying ws-cal-idx from 1 by 1
               until ws-cal-idx > ws-cal-count.

           if ws-business-date = 0
               display "warning - business calendar does not cover "
                   ws-today-yyyymmdd " - using the calendar date"
               move ws-today-yyyymmdd to ws-business-date
               move ws-today-yyyymmdd to ws-prev-business-date
           else
               if ws-prev-business-date = 0
                   move ws-business-date to ws-prev-business-date
               end-if
           end-if.

       943-take-one-cal-date.

           if ws-cal-date(ws-cal-idx) <= ws-today-yyyymmdd
               and ws-cal-busday(ws-cal-idx) = "Y"
               move ws-business-date to ws-prev-business-date
               move ws-cal-date(ws-cal-idx) to ws-business-date
               move "N" to ws-cal-monthend-sw
               move "N" to ws-cal-periodend-sw
               if ws-cal-monthend(ws-cal-idx) = "M"
                   set ws-cal-monthend-today to true
               end-if
               if ws-cal-periodend(ws-cal-idx) = "P"
                   set ws-cal-periodend-today to true
               end-if
           end-if.

       960-check-batch-control.
           perform 961-read-batch-control.

           move "N" to ws-bc-found-sw.
           perform 964-check-bc-job-entry
               varying ws-bc-idx from 1 by 1
               until ws-bc-idx > ws-bc-count.

           if ws-bc-found
               if ws-bc-last-run-date(ws-bc-match-idx)
                       = ws-business-date
                   display "warning - " ws-this-job-name
                       " has already processed this business date"
               end-if
               add 1 to ws-bc-run-sequence(ws-bc-match-idx)
               move ws-business-date
                   to ws-bc-last-run-date(ws-bc-match-idx)
           else
               if ws-bc-count < 50
                   add 1 to ws-bc-count
                   move ws-this-job-name to ws-bc-job-name(ws-bc-count)
                   move ws-business-date
                       to ws-bc-last-run-date(ws-bc-count)
                   move 1 to ws-bc-run-sequence(ws-bc-count)
                   move ws-bc-count to ws-bc-match-idx
               end-if
           end-if.

           perform 965-write-batch-control.

       961-read-batch-control.
      *    a missing control file just means this is the first run
      *    of any job against it.
           open input batch-control-file.
           if ws-batchctl-status = "00"
               read batch-control-file
                   at end move "y" to sw-batchctl-eof
               end-read
               if ws-batchctl-status not = "00"
                   move "y" to sw-batchctl-eof
               end-if
               perform 962-load-one-bc-entry
                   until sw-batchctl-eof = "y"
                       or ws-bc-count = 50
               close batch-control-file
           end-if.

       962-load-one-bc-entry.

           add 1 to ws-bc-count.
           move bc-job-name to ws-bc-job-name(ws-bc-count).
           move bc-last-run-date to ws-bc-last-run-date(ws-bc-count).
           move bc-run-sequence to ws-bc-run-sequence(ws-bc-count).

           read batch-control-file
               at end move "y" to sw-batchctl-eof
           end-read.
           if ws-batchctl-status not = "00"
               move "y" to sw-batchctl-eof
           end-if.

       964-check-bc-job-entry.
           if ws-bc-job-name(ws-bc-idx) = ws-this-job-name
               set ws-bc-found to true
               move ws-bc-idx to ws-bc-match-idx
           end-if.

       965-write-batch-control.
           open output batch-control-file.
           perform 966-write-one-bc-entry
               varying ws-bc-idx from 1 by 1
               until ws-bc-idx > ws-bc-count.
           close batch-control-file.

       966-write-one-bc-entry.
           move ws-bc-job-name(ws-bc-idx) to bc-job-name.
           move ws-bc-last-run-date(ws-bc-idx) to bc-last-run-date.
           move ws-bc-run-sequence(ws-bc-idx) to bc-run-sequence.
           write batch-control-line.

       955-write-exception.

      *    the record is built only after the open - the open resets
      *    the record area
           open extend except-log-file.
           if ws-exceptlog-status not = "00"
               and ws-exceptlog-status not = "05"
               open output except-log-file
           end-if.
           move spaces to except-log-line.
           move ws-this-job-name to el-job-name.
           move ws-today-yyyymmdd to el-run-date.
           move ws-except-key to el-record-key.
           move ws-except-reason to el-reason.
           write except-log-line.
           close except-log-file.

       958-write-run-stats.

      *    the record is built only after the open - the open resets
      *    the record area
           accept ws-run-end-hhmmss from time.
           open extend run-stats-file.
           if ws-runstats-status not = "00"
               and ws-runstats-status not = "05"
               open output run-stats-file
           end-if.
           move spaces to run-stats-line.
           move ws-this-job-name to rs-job-name.
           move ws-business-date to rs-run-date.
           move ws-run-start-hhmmss(1:6) to rs-start-time.
           move ws-run-end-hhmmss(1:6) to rs-end-time.
           move ws-stats-read to rs-records-read.
           move ws-stats-written to rs-records-written.
           write run-stats-line.
           close run-stats-file.

       end program Lab3CreditRelease.
