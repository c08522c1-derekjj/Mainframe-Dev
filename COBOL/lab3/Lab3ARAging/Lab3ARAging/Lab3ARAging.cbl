       identification division.
       program-id. Lab3ARAging.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the open-item file the cash-application run maintains -
      *    billed and applied per invoice. read only here.
           select open-item-file
           assign to "../../../data/lab3OpenItems.dat"
           organization is line sequential
           file status is ws-openitem-status.

      *    the highest dunning letter each customer has been sent -
      *    a letter goes out only when the account ages into a
      *    higher bucket, and a customer who comes current drops
      *    off so the next delinquency starts again at the first
      *    reminder.
           select dunning-hist-file
           assign to "../../../data/lab3DunningHist.dat"
           organization is line sequential
           file status is ws-dunhist-status.

      *    customers with money past the top bucket - rewritten
      *    whole every run, read by the transportation run's credit
      *    check so their new orders are held.
           select past-due-file
           assign to "../../../data/lab3PastDue.dat"
           organization is line sequential
           file status is ws-pastdue-status.

      *    aged trial balance by customer.
           select report-file
           assign to "../../../data/lab3ARAging.out"
           organization is line sequential.

      *    one statement of open items per customer with a balance.
           select statement-file
           assign to "../../../data/lab3Statements.out"
           organization is line sequential.

      *    the day's dunning letters.
           select dunning-file
           assign to "../../../data/lab3Dunning.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - items age against the business
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

       fd  open-item-file
           data record is open-item-line.

       01  open-item-line.
           05 oil-cust-num              pic x(4).
           05 oil-invoice-number        pic x(4).
           05 oil-billed                pic 9(7)v99.
           05 oil-applied               pic 9(7)v99.
           05 oil-invoice-date          pic 9(8).

       fd  dunning-hist-file
           data record is dunning-hist-line.

       01  dunning-hist-line.
           05 dhl-cust-num              pic x(4).
           05 dhl-level                 pic 9.
           05 dhl-date                  pic 9(8).

       fd  past-due-file
           data record is past-due-line.

       01  past-due-line.
           05 pdl-cust-num              pic x(4).
           05 pdl-oldest-days           pic 9(5).
           05 pdl-over-90               pic 9(7)v99.
           05 pdl-date                  pic 9(8).

       fd  report-file
           data record is print-line
           record contains 132 characters.

       01  print-line.
           05 filler                    pic x(132) value spaces.

       fd  statement-file
           data record is statement-line.

       01  statement-line               pic x(80).

       fd  dunning-file
           data record is dunning-line.

       01  dunning-line                 pic x(80).

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

       01 ws-header.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(30)
               value "Derek Johnston, AR Aging".

       01 ws-aging-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "aged trial balance as of business date ".
           05 ahl-date                  pic 9(8).

       01 ws-aging-column-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(22)
               value "cust  inv   inv date".
           05 filler                    pic x(6) value "  days".
           05 filler                    pic x(11) value "    current".
           05 filler                    pic x(11) value "         30".
           05 filler                    pic x(11) value "         60".
           05 filler                    pic x(11) value "        90+".
           05 filler                    pic x(15)
               value "        balance".

       01 ws-aging-detail.
           05 filler                    pic x(3) value spaces.
           05 agl-cust-num              pic x(4).
           05 filler                    pic x(2) value spaces.
           05 agl-invoice               pic x(4).
           05 filler                    pic x(2) value spaces.
           05 agl-inv-date              pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 agl-days                  pic -----9.
           05 agl-bucket                pic ----,--9.99
                                        occurs 4 times.

       01 ws-aging-cust-total.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(22)
               value "customer total        ".
           05 act-bucket                pic ----,--9.99
                                        occurs 4 times.
           05 filler                    pic x(2) value spaces.
           05 act-balance               pic --,---,--9.99.

       01 ws-aging-grand-total.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(28)
               value "grand total".
           05 agt-bucket                pic ----,--9.99
                                        occurs 4 times.
           05 filler                    pic x(2) value spaces.
           05 agt-balance               pic --,---,--9.99.

       01 ws-recon-line.
           05 filler                    pic x(3) value spaces.
           05 rcl-label                 pic x(32).
           05 rcl-amount                pic ---,---,--9.99.

       01 ws-count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(32).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzz9.

      *---------------Statement Lines---------------------------------
       01 ws-stmt-heading.
           05 filler                    pic x(24)
               value "STATEMENT OF ACCOUNT    ".
           05 filler                    pic x(9) value "CUSTOMER ".
           05 sth-cust-num              pic x(4).
           05 filler                    pic x(9) value "   AS OF ".
           05 sth-date                  pic 9(8).

       01 ws-stmt-columns.
           05 filler                    pic x(27)
               value "INVOICE  INV DATE    DAYS ".
           05 filler                    pic x(34)
               value "    BILLED     APPLIED        OPEN".

       01 ws-stmt-detail.
           05 std-invoice               pic x(4).
           05 filler                    pic x(5) value spaces.
           05 std-inv-date              pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 std-days                  pic -----9.
           05 filler                    pic x(2) value spaces.
           05 std-billed                pic zzz,zz9.99.
           05 filler                    pic x(2) value spaces.
           05 std-applied               pic zzz,zz9.99.
           05 filler                    pic x(1) value spaces.
           05 std-open                  pic ----,--9.99.

       01 ws-stmt-aging-columns.
           05 filler                    pic x(22)
               value "    CURRENT    30 DAYS".
           05 filler                    pic x(22)
               value "    60 DAYS        90+".

       01 ws-stmt-aging-line.
           05 sta-bucket                pic ----,--9.99
                                        occurs 4 times.

       01 ws-stmt-balance-line.
           05 filler                    pic x(46)
               value "BALANCE DUE".
           05 stb-balance               pic --,---,--9.99.

      *---------------Dunning Letter Lines----------------------------
       01 ws-letter-heading.
           05 filler                    pic x(8) value "ACCOUNT ".
           05 lth-cust-num              pic x(4).
           05 filler                    pic x(30) value spaces.
           05 lth-date                  pic 9(8).

       01 ws-letter-title.
           05 ltt-text                  pic x(48).

      *    three paragraphs of four lines - the customer's level
      *    picks which paragraph prints
       01 ws-letter-texts.
           05 filler                    pic x(64) value
              "REMINDER - ACCOUNT OVERDUE".
           05 filler                    pic x(64) value
              "Our records show the items below are more than 30".
           05 filler                    pic x(64) value
              "days past their invoice date. If payment has been".
           05 filler                    pic x(64) value
              "sent, please disregard this notice.".
           05 filler                    pic x(64) value
              "SECOND NOTICE - PAYMENT REQUIRED".
           05 filler                    pic x(64) value
              "The items below are now more than 60 days old and".
           05 filler                    pic x(64) value
              "remain unpaid despite our earlier reminder. Please".
           05 filler                    pic x(64) value
              "remit the balance within ten days.".
           05 filler                    pic x(64) value
              "FINAL NOTICE - ACCOUNT ON CREDIT HOLD".
           05 filler                    pic x(64) value
              "The items below are more than 90 days old. New".
           05 filler                    pic x(64) value
              "orders on this account are held until the past-due".
           05 filler                    pic x(64) value
              "balance is paid. Please call our credit department.".
       01 ws-letter-text-table redefines ws-letter-texts.
           05 ws-letter-text            pic x(64) occurs 12 times.

       01 ws-letter-text-idx            pic 99 value 0.
       01 ws-letter-line-idx            pic 9 value 0.

       01 ws-letter-columns.
           05 filler                    pic x(42)
               value "    INVOICE  INV DATE    DAYS        OPEN".

       01 ws-letter-detail.
           05 filler                    pic x(4) value spaces.
           05 ltd-invoice               pic x(4).
           05 filler                    pic x(5) value spaces.
           05 ltd-inv-date              pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 ltd-days                  pic -----9.
           05 filler                    pic x(1) value spaces.
           05 ltd-open                  pic ----,--9.99.

       01 ws-letter-total.
           05 filler                    pic x(28)
               value "    TOTAL PAST DUE".
           05 ltl-past-due              pic --,---,--9.99.

      *---------------Open-Item Table---------------------------------
      *    every item on the file, settled or not, so the billed and
      *    applied totals reconcile to the file as a whole
       01 ws-oi-table.
           05 ws-oi-entry occurs 500 times.
               10 ws-oi-cust-num        pic x(4).
               10 ws-oi-invoice         pic x(4).
               10 ws-oi-billed          pic 9(7)v99.
               10 ws-oi-applied         pic 9(7)v99.
               10 ws-oi-date            pic 9(8).
               10 ws-oi-open            pic s9(7)v99.
               10 ws-oi-days            pic s9(5).
               10 ws-oi-bucket          pic 9.

       01 ws-oi-count               pic 999 value 0.
       01 ws-oi-idx                  pic 999 value 0.
       01 ws-openitem-status         pic xx value spaces.
       01 sw-openitem-eof            pic x value "n".

      *    set when a file had more entries than its table holds -
      *    a partial trial balance would not reconcile and a partial
      *    past-due list would release customers it never saw, so
      *    the run refuses instead
       01 ws-overflow-sw             pic x value "N".
           88 ws-overflow                 value "Y".

      *---------------Per-Customer Aging------------------------------
       01 ws-age-table.
           05 ws-age-entry occurs 200 times.
               10 ws-age-cust-num       pic x(4).
               10 ws-age-bucket         pic s9(7)v99 occurs 4 times.
               10 ws-age-balance        pic s9(8)v99.
               10 ws-age-oldest         pic s9(5).
               10 ws-age-level          pic 9.
               10 ws-age-sent-level     pic 9.
               10 ws-age-sent-date      pic 9(8).
               10 ws-age-printed-sw     pic x.

       01 ws-age-count               pic 999 value 0.
       01 ws-age-idx                  pic 999 value 0.
       01 ws-age-match-idx           pic 999 value 0.
       01 ws-age-found-sw            pic x value "N".
           88 ws-age-found                value "Y".
       01 ws-bucket-idx              pic 9 value 0.
       01 ws-wanted-cust             pic x(4) value spaces.

      *    customers in trial-balance order - the statements and
      *    letters follow the same order
       01 ws-order-table.
           05 ws-order-age-idx       pic 999 occurs 200 times.
       01 ws-order-count             pic 999 value 0.
       01 ws-order-idx               pic 999 value 0.
       01 ws-min-idx                 pic 999 value 0.
       01 ws-min-cust                pic x(4).

       01 ws-bucket-totals.
           05 ws-bucket-total        pic s9(8)v99 occurs 4 times
                                     value 0.
       01 ws-grand-balance           pic s9(9)v99 value 0.

       01 ws-file-billed             pic 9(9)v99 value 0.
       01 ws-file-applied            pic 9(9)v99 value 0.
       01 ws-file-net                pic s9(9)v99 value 0.
       01 ws-recon-diff              pic s9(9)v99 value 0.

       01 ws-past-due-amount         pic s9(8)v99 value 0.

      *---------------Dunning History---------------------------------
       01 ws-dunhist-table.
           05 ws-dunhist-entry occurs 200 times.
               10 ws-dh-cust-num        pic x(4).
               10 ws-dh-level           pic 9.
               10 ws-dh-date            pic 9(8).

       01 ws-dh-count                pic 999 value 0.
       01 ws-dh-idx                  pic 999 value 0.
       01 ws-dunhist-status          pic xx value spaces.
       01 sw-dunhist-eof             pic x value "n".

       01 ws-pastdue-status          pic xx value spaces.

      *---------------Aging Arithmetic (360-DAY CALENDAR)-------------
       01 ws-date-parts.
           05 ws-dp-yyyy             pic 9(4).
           05 ws-dp-mm               pic 99.
           05 ws-dp-dd               pic 99.
       01 ws-today-days              pic 9(7) value 0.
       01 ws-ref-days                pic 9(7) value 0.

       01 ws-count-items             pic 9(5) value 0.
       01 ws-count-open              pic 9(5) value 0.
       01 ws-count-statements        pic 9(5) value 0.
       01 ws-count-letters           pic 9(5) value 0.
       01 ws-count-letter-level      pic 9(5) occurs 3 times
                                     value 0.
       01 ws-count-past-due          pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB3AGE".
       01 ws-today-yyyymmdd                  pic 9(8).

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

           perform 100-load-open-items.
           perform 150-load-dunning-history.

           move ws-business-date to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

      *    the aging fills the customer table, so the refusal waits
      *    for it - but comes before the run is recorded or a line
      *    of output is written
           perform 200-age-open-items.

           if ws-overflow
               display "open items, customers or dunning history"
                   " exceed their tables - run refused, nothing aged"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 300-write-trial-balance.
           perform 400-write-statements.
           perform 500-write-dunning-letters.
           perform 600-write-past-due-list.
           perform 700-rewrite-dunning-history.
           perform 800-write-run-counts.

           move ws-count-items to ws-stats-read.
           move ws-count-statements to ws-stats-written.
           perform 958-write-run-stats.

           close report-file.

           display "open items aged: " ws-count-open
               " statements: " ws-count-statements
               " dunning letters: " ws-count-letters
               " customers on past-due hold: " ws-count-past-due.

           goback.

       060-date-to-days.

      *    days on the 360-day commercial calendar - the same
      *    judgment the cash-application run's aging makes
           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-load-open-items.

      *    a missing open-item file just means nothing is billed yet
           open input open-item-file.
           if ws-openitem-status = "00"
               read open-item-file
                   at end move "y" to sw-openitem-eof
               end-read
               if ws-openitem-status not = "00"
                   move "y" to sw-openitem-eof
               end-if
               perform 110-load-one-item
                   until sw-openitem-eof = "y"
                       or ws-oi-count = 500
               if sw-openitem-eof not = "y"
                   set ws-overflow to true
               end-if
               close open-item-file
           end-if.

       110-load-one-item.

           add 1 to ws-oi-count.
           add 1 to ws-count-items.
           move oil-cust-num to ws-oi-cust-num(ws-oi-count).
           move oil-invoice-number to ws-oi-invoice(ws-oi-count).
           move oil-billed to ws-oi-billed(ws-oi-count).
           move oil-applied to ws-oi-applied(ws-oi-count).
           move oil-invoice-date to ws-oi-date(ws-oi-count).

           add oil-billed to ws-file-billed.
           add oil-applied to ws-file-applied.

           read open-item-file
               at end move "y" to sw-openitem-eof
           end-read.
           if ws-openitem-status not = "00"
               move "y" to sw-openitem-eof
           end-if.

       150-load-dunning-history.

           open input dunning-hist-file.
           if ws-dunhist-status = "00"
               read dunning-hist-file
                   at end move "y" to sw-dunhist-eof
               end-read
               if ws-dunhist-status not = "00"
                   move "y" to sw-dunhist-eof
               end-if
               perform 160-load-one-dunning-entry
                   until sw-dunhist-eof = "y"
                       or ws-dh-count = 200
               if sw-dunhist-eof not = "y"
                   set ws-overflow to true
               end-if
               close dunning-hist-file
           end-if.

       160-load-one-dunning-entry.

           add 1 to ws-dh-count.
           move dhl-cust-num to ws-dh-cust-num(ws-dh-count).
           move dhl-level to ws-dh-level(ws-dh-count).
           move dhl-date to ws-dh-date(ws-dh-count).

           read dunning-hist-file
               at end move "y" to sw-dunhist-eof
           end-read.
           if ws-dunhist-status not = "00"
               move "y" to sw-dunhist-eof
           end-if.

       200-age-open-items.

           perform 210-age-one-item
               varying ws-oi-idx from 1 by 1
               until ws-oi-idx > ws-oi-count.

      *    each customer's letter level comes off the oldest item
      *    still owing, and what was last sent comes off the history
           perform 240-set-dunning-level
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count.

       210-age-one-item.

           compute ws-oi-open(ws-oi-idx) =
               ws-oi-billed(ws-oi-idx) - ws-oi-applied(ws-oi-idx).
           move 0 to ws-oi-days(ws-oi-idx).
           move 0 to ws-oi-bucket(ws-oi-idx).

      *    a settled item is in the file totals but not the aging -
      *    a credit left on an item ages as current so the trial
      *    balance still reconciles to the file
           if ws-oi-open(ws-oi-idx) not = 0
               add 1 to ws-count-open
               move ws-oi-date(ws-oi-idx) to ws-date-parts
               perform 060-date-to-days
               compute ws-oi-days(ws-oi-idx) =
                   ws-today-days - ws-ref-days

               evaluate true
                   when ws-oi-open(ws-oi-idx) < 0
                       move 1 to ws-oi-bucket(ws-oi-idx)
                   when ws-oi-days(ws-oi-idx) < 30
                       move 1 to ws-oi-bucket(ws-oi-idx)
                   when ws-oi-days(ws-oi-idx) < 60
                       move 2 to ws-oi-bucket(ws-oi-idx)
                   when ws-oi-days(ws-oi-idx) < 90
                       move 3 to ws-oi-bucket(ws-oi-idx)
                   when other
                       move 4 to ws-oi-bucket(ws-oi-idx)
               end-evaluate

               move ws-oi-cust-num(ws-oi-idx) to ws-wanted-cust
               perform 220-post-customer-bucket
           end-if.

       220-post-customer-bucket.

           move "N" to ws-age-found-sw.
           perform 230-check-age-entry
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count.

           if not ws-age-found
               if ws-age-count < 200
                   add 1 to ws-age-count
                   move ws-wanted-cust to ws-age-cust-num(ws-age-count)
                   perform 235-zero-age-buckets
                       varying ws-bucket-idx from 1 by 1
                       until ws-bucket-idx > 4
                   move 0 to ws-age-balance(ws-age-count)
                   move 0 to ws-age-oldest(ws-age-count)
                   move 0 to ws-age-level(ws-age-count)
                   move 0 to ws-age-sent-level(ws-age-count)
                   move 0 to ws-age-sent-date(ws-age-count)
                   move "N" to ws-age-printed-sw(ws-age-count)
                   move ws-age-count to ws-age-match-idx
                   set ws-age-found to true
               else
                   set ws-overflow to true
               end-if
           end-if.

           if ws-age-found
               add ws-oi-open(ws-oi-idx) to ws-age-bucket
                   (ws-age-match-idx, ws-oi-bucket(ws-oi-idx))
               add ws-oi-open(ws-oi-idx)
                   to ws-age-balance(ws-age-match-idx)
               add ws-oi-open(ws-oi-idx)
                   to ws-bucket-total(ws-oi-bucket(ws-oi-idx))
               add ws-oi-open(ws-oi-idx) to ws-grand-balance
               if ws-oi-open(ws-oi-idx) > 0
                   and ws-oi-days(ws-oi-idx)
                       > ws-age-oldest(ws-age-match-idx)
                   move ws-oi-days(ws-oi-idx)
                       to ws-age-oldest(ws-age-match-idx)
               end-if
           end-if.

       230-check-age-entry.

           if ws-age-cust-num(ws-age-idx) = ws-wanted-cust
               set ws-age-found to true
               move ws-age-idx to ws-age-match-idx
           end-if.

       235-zero-age-buckets.

           move 0 to ws-age-bucket(ws-age-count, ws-bucket-idx).

       240-set-dunning-level.

      *    a customer whose credits cover the whole balance is not
      *    chased, however old the oldest invoice
           if ws-age-balance(ws-age-idx) > 0
               evaluate true
                   when ws-age-oldest(ws-age-idx) >= 90
                       move 3 to ws-age-level(ws-age-idx)
                   when ws-age-oldest(ws-age-idx) >= 60
                       move 2 to ws-age-level(ws-age-idx)
                   when ws-age-oldest(ws-age-idx) >= 30
                       move 1 to ws-age-level(ws-age-idx)
                   when other
                       move 0 to ws-age-level(ws-age-idx)
               end-evaluate
           end-if.

           perform 245-check-dunning-entry
               varying ws-dh-idx from 1 by 1
               until ws-dh-idx > ws-dh-count.

       245-check-dunning-entry.

           if ws-dh-cust-num(ws-dh-idx) = ws-age-cust-num(ws-age-idx)
               move ws-dh-level(ws-dh-idx)
                   to ws-age-sent-level(ws-age-idx)
               move ws-dh-date(ws-dh-idx)
                   to ws-age-sent-date(ws-age-idx)
           end-if.

       300-write-trial-balance.

           open output report-file.

           move spaces to print-line.
           write print-line from ws-header
               after advancing 2 lines.
           move ws-business-date to ahl-date.
           write print-line from ws-aging-heading
               after advancing 2 lines.
           write print-line from ws-aging-column-line
               after advancing 2 lines.

      *    customers print in customer-number order - selection by
      *    the lowest unprinted number, 999 in the minimum index
      *    meaning every customer is out
           move 0 to ws-min-idx.
           perform 310-print-next-customer
               until ws-min-idx = 999.

           perform 330-move-grand-bucket
               varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 4.
           move ws-grand-balance to agt-balance.
           write print-line from ws-aging-grand-total
               after advancing 2 lines.

      *    the aged total proves against the open-item file itself -
      *    everything billed less everything applied
           compute ws-file-net = ws-file-billed - ws-file-applied.
           compute ws-recon-diff = ws-file-net - ws-grand-balance.

           move "open-item file billed" to rcl-label.
           move ws-file-billed to rcl-amount.
           write print-line from ws-recon-line
               after advancing 2 lines.
           move "open-item file applied" to rcl-label.
           move ws-file-applied to rcl-amount.
           write print-line from ws-recon-line
               after advancing 1 line.
           move "open-item file net open" to rcl-label.
           move ws-file-net to rcl-amount.
           write print-line from ws-recon-line
               after advancing 1 line.
           move "aged trial balance total" to rcl-label.
           move ws-grand-balance to rcl-amount.
           write print-line from ws-recon-line
               after advancing 1 line.
           if ws-recon-diff = 0
               move "in balance with open-item file" to rcl-label
           else
               move "*** out of balance by" to rcl-label
           end-if.
           move ws-recon-diff to rcl-amount.
           write print-line from ws-recon-line
               after advancing 1 line.

       310-print-next-customer.

           move 999 to ws-min-idx.
           move high-values to ws-min-cust.
           perform 315-weigh-one-customer
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count.

           if ws-min-idx not = 999
               move "Y" to ws-age-printed-sw(ws-min-idx)
               add 1 to ws-order-count
               move ws-min-idx to ws-order-age-idx(ws-order-count)

               move ws-age-cust-num(ws-min-idx) to ws-wanted-cust
               perform 320-print-one-item
                   varying ws-oi-idx from 1 by 1
                   until ws-oi-idx > ws-oi-count

               perform 325-move-cust-bucket
                   varying ws-bucket-idx from 1 by 1
                   until ws-bucket-idx > 4
               move ws-age-balance(ws-min-idx) to act-balance
               write print-line from ws-aging-cust-total
                   after advancing 1 line
               move spaces to print-line
               write print-line after advancing 1 line
           end-if.

       315-weigh-one-customer.

           if ws-age-printed-sw(ws-age-idx) = "N"
               and ws-age-cust-num(ws-age-idx) < ws-min-cust
               move ws-age-cust-num(ws-age-idx) to ws-min-cust
               move ws-age-idx to ws-min-idx
           end-if.

       320-print-one-item.

           if ws-oi-cust-num(ws-oi-idx) = ws-wanted-cust
               and ws-oi-open(ws-oi-idx) not = 0
               move spaces to ws-aging-detail
               move ws-oi-cust-num(ws-oi-idx) to agl-cust-num
               move ws-oi-invoice(ws-oi-idx) to agl-invoice
               move ws-oi-date(ws-oi-idx) to agl-inv-date
               move ws-oi-days(ws-oi-idx) to agl-days
               move ws-oi-open(ws-oi-idx)
                   to agl-bucket(ws-oi-bucket(ws-oi-idx))
               write print-line from ws-aging-detail
                   after advancing 1 line
           end-if.

       325-move-cust-bucket.

           move ws-age-bucket(ws-min-idx, ws-bucket-idx)
               to act-bucket(ws-bucket-idx).

       330-move-grand-bucket.

           move ws-bucket-total(ws-bucket-idx)
               to agt-bucket(ws-bucket-idx).

       400-write-statements.

      *    every customer with a balance gets a statement - a credit
      *    balance included, so the customer knows it is there
           open output statement-file.
           perform 410-write-one-statement
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-order-count.
           close statement-file.

       410-write-one-statement.

           move ws-order-age-idx(ws-order-idx) to ws-age-idx.

           if ws-age-balance(ws-age-idx) not = 0
               add 1 to ws-count-statements
               move ws-age-cust-num(ws-age-idx) to sth-cust-num
               move ws-business-date to sth-date
               write statement-line from ws-stmt-heading
                   after advancing 3 lines
               write statement-line from ws-stmt-columns
                   after advancing 2 lines

               move ws-age-cust-num(ws-age-idx) to ws-wanted-cust
               perform 420-write-one-stmt-item
                   varying ws-oi-idx from 1 by 1
                   until ws-oi-idx > ws-oi-count

               write statement-line from ws-stmt-aging-columns
                   after advancing 2 lines
               perform 425-move-stmt-bucket
                   varying ws-bucket-idx from 1 by 1
                   until ws-bucket-idx > 4
               write statement-line from ws-stmt-aging-line
                   after advancing 1 line
               move ws-age-balance(ws-age-idx) to stb-balance
               write statement-line from ws-stmt-balance-line
                   after advancing 2 lines
           end-if.

       420-write-one-stmt-item.

           if ws-oi-cust-num(ws-oi-idx) = ws-wanted-cust
               and ws-oi-open(ws-oi-idx) not = 0
               move spaces to ws-stmt-detail
               move ws-oi-invoice(ws-oi-idx) to std-invoice
               move ws-oi-date(ws-oi-idx) to std-inv-date
               move ws-oi-days(ws-oi-idx) to std-days
               move ws-oi-billed(ws-oi-idx) to std-billed
               move ws-oi-applied(ws-oi-idx) to std-applied
               move ws-oi-open(ws-oi-idx) to std-open
               write statement-line from ws-stmt-detail
                   after advancing 1 line
           end-if.

       425-move-stmt-bucket.

           move ws-age-bucket(ws-age-idx, ws-bucket-idx)
               to sta-bucket(ws-bucket-idx).

       500-write-dunning-letters.

      *    a letter only when the account has aged into a higher
      *    bucket than the last letter it was sent
           open output dunning-file.
           perform 510-write-one-letter
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-order-count.
           close dunning-file.

       510-write-one-letter.

           move ws-order-age-idx(ws-order-idx) to ws-age-idx.

           if ws-age-level(ws-age-idx) > ws-age-sent-level(ws-age-idx)
               add 1 to ws-count-letters
               add 1 to ws-count-letter-level(ws-age-level(ws-age-idx))

               move ws-age-cust-num(ws-age-idx) to lth-cust-num
               move ws-business-date to lth-date
               write dunning-line from ws-letter-heading
                   after advancing 3 lines

               compute ws-letter-text-idx =
                   (ws-age-level(ws-age-idx) - 1) * 4 + 1
               move ws-letter-text(ws-letter-text-idx) to ltt-text
               write dunning-line from ws-letter-title
                   after advancing 2 lines
               move spaces to dunning-line
               write dunning-line after advancing 1 line
               perform 515-write-one-letter-line
                   varying ws-letter-line-idx from 2 by 1
                   until ws-letter-line-idx > 4

               write dunning-line from ws-letter-columns
                   after advancing 2 lines
               move 0 to ws-past-due-amount
               move ws-age-cust-num(ws-age-idx) to ws-wanted-cust
               perform 520-write-one-letter-item
                   varying ws-oi-idx from 1 by 1
                   until ws-oi-idx > ws-oi-count
               move ws-past-due-amount to ltl-past-due
               write dunning-line from ws-letter-total
                   after advancing 2 lines

               move ws-age-level(ws-age-idx)
                   to ws-age-sent-level(ws-age-idx)
               move ws-business-date to ws-age-sent-date(ws-age-idx)
           end-if.

       515-write-one-letter-line.

           compute ws-letter-text-idx =
               (ws-age-level(ws-age-idx) - 1) * 4 + ws-letter-line-idx.
           move ws-letter-text(ws-letter-text-idx) to dunning-line.
           write dunning-line after advancing 1 line.

       520-write-one-letter-item.

      *    only what is past due - the current items are on the
      *    statement
           if ws-oi-cust-num(ws-oi-idx) = ws-wanted-cust
               and ws-oi-open(ws-oi-idx) > 0
               and ws-oi-bucket(ws-oi-idx) > 1
               move spaces to ws-letter-detail
               move ws-oi-invoice(ws-oi-idx) to ltd-invoice
               move ws-oi-date(ws-oi-idx) to ltd-inv-date
               move ws-oi-days(ws-oi-idx) to ltd-days
               move ws-oi-open(ws-oi-idx) to ltd-open
               add ws-oi-open(ws-oi-idx) to ws-past-due-amount
               write dunning-line from ws-letter-detail
                   after advancing 1 line
           end-if.

       600-write-past-due-list.

      *    rewritten whole - a customer who has paid down the top
      *    bucket drops off and the next transportation run releases
      *    their orders
           open output past-due-file.
           perform 610-write-one-past-due
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-order-count.
           close past-due-file.

       610-write-one-past-due.

           move ws-order-age-idx(ws-order-idx) to ws-age-idx.

           if ws-age-bucket(ws-age-idx, 4) > 0
               and ws-age-balance(ws-age-idx) > 0
               add 1 to ws-count-past-due
               move ws-age-cust-num(ws-age-idx) to pdl-cust-num
               move ws-age-oldest(ws-age-idx) to pdl-oldest-days
               move ws-age-bucket(ws-age-idx, 4) to pdl-over-90
               move ws-business-date to pdl-date
               write past-due-line

               move spaces to ws-except-key
               move ws-age-cust-num(ws-age-idx) to ws-except-key
               move "past due over 90 - orders held" to ws-except-reason
               perform 955-write-exception
           end-if.

       700-rewrite-dunning-history.

      *    a customer back under 30 days drops off, so the next
      *    time they fall behind the first reminder goes out again
           open output dunning-hist-file.
           perform 710-write-one-dunning-entry
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count.
           close dunning-hist-file.

       710-write-one-dunning-entry.

           if ws-age-level(ws-age-idx) > 0
               and ws-age-sent-level(ws-age-idx) > 0
               move ws-age-cust-num(ws-age-idx) to dhl-cust-num
               move ws-age-sent-level(ws-age-idx) to dhl-level
               move ws-age-sent-date(ws-age-idx) to dhl-date
               write dunning-hist-line
           end-if.

       800-write-run-counts.

           move "open-item records read" to cl-label.
           move ws-count-items to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "open items aged" to cl-label.
           move ws-count-open to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "statements printed" to cl-label.
           move ws-count-statements to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "30-day reminders" to cl-label.
           move ws-count-letter-level(1) to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "60-day second notices" to cl-label.
           move ws-count-letter-level(2) to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "90-day final notices" to cl-label.
           move ws-count-letter-level(3) to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "customers on past-due hold" to cl-label.
           move ws-count-past-due to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    ages against the raw calendar date.
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

       end program Lab3ARAging.
