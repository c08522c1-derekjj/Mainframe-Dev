       identification division.
       program-id. Lab2FeePayments.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    payment intake for the student ledger - each payment the
      *    bursar takes is posted against the student's terms, the
      *    oldest unpaid term first unless the payment names a term.
      *    whatever is left over sits as a credit on the student's
      *    latest term. the feed is emptied once posted so a rerun
      *    cannot post the same payment twice.

       environment division.
       input-output section.
       file-control.

      *    the payments taken since the last run.
           select payment-file
           assign to "../../../data/lab2Payments.dat"
           organization is line sequential
           file status is ws-payment-status.

           select ledger-file
           assign to "../../../data/lab2Ledger.dat"
           organization is line sequential
           file status is ws-ledger-status.

           select register-file
           assign to "../../../data/lab2Payments.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select batch-deps-file
           assign to "../../../data/BatchDeps.dat"
           organization is line sequential
           file status is ws-batchdeps-status.

      *    business-day calendar - one record per calendar date with
      *    weekends and holidays flagged non-business and month-end /
      *    period-end cycle dates flagged.  current and previous
      *    business date come from here instead of raw date
      *    arithmetic.
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

      *    a term of zeroes or spaces applies the payment to the
      *    oldest unpaid term first
       fd  payment-file
           data record is payment-line.

       01  payment-line.
           05 pm-student-number             pic x(9).
           05 pm-date                       pic 9(8).
           05 pm-amount                     pic 9(5)v99.
           05 pm-reference                  pic x(10).
           05 pm-term                       pic 9(5).

      *    type "C" is a charge, "P" a payment applied to the term
       fd  ledger-file
           data record is ledger-line.

       01  ledger-line.
           05 lg-student-number             pic x(9).
           05 lg-term                       pic 9(5).
           05 lg-post-date                  pic 9(8).
           05 lg-type                       pic x.
           05 lg-fee-code                   pic x(4).
           05 lg-desc                       pic x(20).
           05 lg-amount                     pic 9(5)v99.
           05 lg-reference                  pic x(10).

       fd  register-file
           data record is print-line
           record contains 80 characters.

       01  print-line.
           05 filler                        pic x(80).

       fd  run-stats-file
           data record is run-stats-line.

       01  run-stats-line.
           05 rs-job-name                   pic x(8).
           05 rs-run-date                   pic 9(8).
           05 rs-start-time                 pic 9(6).
           05 rs-end-time                   pic 9(6).
           05 rs-records-read               pic 9(7).
           05 rs-records-written            pic 9(7).

       fd  except-log-file
           data record is except-log-line.

       01  except-log-line.
           05 el-job-name                   pic x(8).
           05 el-run-date                   pic 9(8).
           05 el-record-key                 pic x(20).
           05 el-reason                     pic x(30).

       fd  batch-deps-file
           data record is batch-deps-line.

       01  batch-deps-line.
           05 bd-job-name                   pic x(8).
           05 bd-predecessor                pic x(8).

       fd  batch-control-file
           data record is batch-control-line.

       01  batch-control-line.
           05 bc-job-name                   pic x(8).
           05 bc-last-run-date              pic 9(8).
           05 bc-run-sequence               pic 9(5).

       fd  business-cal-file
           data record is business-cal-line.

       01  business-cal-line.
           05 cal-date                      pic 9(8).
           05 cal-business-flag             pic x.
           05 cal-month-end-flag            pic x.
           05 cal-period-end-flag           pic x.


       working-storage section.

       01 ws-header.
           05 filler                        pic x(5).
           05 filler                        pic x(31)
               value "Derek Johnston, Payment Intake".

       01 payment-detail-line.
           05 filler                        pic x(5).
           05 pdl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 pdl-date                      pic 9(8).
           05 filler                        pic x(2).
           05 pdl-reference                 pic x(10).
           05 filler                        pic x(2).
           05 pdl-amount                    pic zz,zz9.99.
           05 filler                        pic x(2).
           05 pdl-note                      pic x(30).

       01 ws-count-line.
           05 filler                        pic x(5).
           05 cl-label                      pic x(26).
           05 filler                        pic x(2) value ": ".
           05 cl-count                      pic zzzz9.

       01 ws-amount-line.
           05 filler                        pic x(5).
           05 al-label                      pic x(26).
           05 filler                        pic x(2) value ": ".
           05 al-amount                     pic z,zzz,zz9.99.

      *---------------Ledger Balances by Student and Term---------
      *    what the ledger holds so far, kept current as each
      *    payment posts so the next one sees it
       01 ws-bal-table.
           05 ws-bal-entry occurs 3000 times.
               10 ws-bal-student            pic x(9).
               10 ws-bal-term               pic 9(5).
               10 ws-bal-charged            pic 9(7)v99.
               10 ws-bal-paid               pic 9(7)v99.

       01 ws-find-student                   pic x(9) value spaces.
       01 ws-find-term                      pic 9(5) value 0.
       01 ws-bal-count                      pic 9(4) value 0.
       01 ws-bal-idx                        pic 9(4) value 0.
       01 ws-bal-match-idx                  pic 9(4) value 0.
       01 ws-bal-pick-idx                   pic 9(4) value 0.
       01 ws-bal-latest-idx                 pic 9(4) value 0.
       01 ws-bal-found-sw                   pic x value "N".
           88 ws-bal-found                       value "Y".
       01 ws-bal-overflow-sw                pic x value "N".
           88 ws-bal-overflow                    value "Y".
       01 ws-ledger-status                  pic xx value spaces.
       01 sw-ledger-eof                     pic x value "n".

       01 ws-payment-status                 pic xx value spaces.
       01 sw-payment-eof                    pic x value "n".

       01 ws-remaining                      pic 9(5)v99 value 0.
       01 ws-apply-amount                   pic 9(5)v99 value 0.
       01 ws-term-open                      pic 9(7)v99 value 0.
       01 ws-terms-applied                  pic 99 value 0.
       01 ws-applied-edit                   pic z9.

       01 ws-count-read                     pic 9(5) value 0.
       01 ws-count-applied                  pic 9(5) value 0.
       01 ws-count-rejected                 pic 9(5) value 0.
       01 ws-count-credit                   pic 9(5) value 0.
       01 ws-count-lines                    pic 9(5) value 0.
       01 ws-total-applied                  pic 9(7)v99 value 0.

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

       01 ws-dep-table.
           05 ws-dep-entry occurs 20 times.
               10 ws-dep-job                 pic x(8).
               10 ws-dep-pred                pic x(8).

       01 ws-dep-count                      pic 99 value 0.
       01 ws-dep-idx                         pic 99 value 0.
       01 ws-batchdeps-status                pic xx.
       01 sw-batchdeps-eof                   pic x value "n".
       01 ws-pred-found-sw                   pic x value "N".
           88 ws-pred-found                       value "Y".
       01 ws-pred-idx                        pic 99 value 0.

       01 ws-bc-count                       pic 99 value 0.
       01 ws-bc-idx                          pic 99 value 0.
       01 ws-bc-match-idx                    pic 99 value 0.
       01 ws-bc-found-sw                     pic x value "N".
           88 ws-bc-found                         value "Y".
       01 ws-batchctl-status                 pic xx.
       01 sw-batchctl-eof                    pic x value "n".
       01 ws-this-job-name                   pic x(8) value "LAB2PAY".
       01 ws-today-yyyymmdd                  pic 9(8).

      *    the business-day calendar, date-ascending.  a missing or
      *    short calendar leaves both business dates at today, which
      *    is the old raw-date behaviour exactly.
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
           perform 960-check-batch-control.
           accept ws-run-start-hhmmss from time.

           perform 050-read-ledger.

           if ws-bal-overflow
               display "student ledger exceeds the balance table -"
                   " run refused, split the file"
               goback
           end-if.

           open input payment-file.
           if ws-payment-status not = "00"
               display "no payment feed on file - nothing to do"
               goback
           end-if.

           open output register-file.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.

      *    payments accumulate on the ledger beside the charges
           open extend ledger-file.
           if ws-ledger-status not = "00"
               and ws-ledger-status not = "05"
               open output ledger-file
           end-if.

           read payment-file
               at end move "y" to sw-payment-eof
           end-read.
           perform 100-post-one-payment
               until sw-payment-eof = "y".

           close payment-file,
                 ledger-file.

      *    the feed is consumed - its payments now live on the
      *    ledger, so a rerun cannot post them twice
           open output payment-file.
           close payment-file.

           perform 500-write-register-totals.

           close register-file.

           move ws-count-read to ws-stats-read.
           move ws-count-lines to ws-stats-written.
           perform 958-write-run-stats.

           goback.

       050-read-ledger.

      *    a missing ledger leaves nothing to pay against - every
      *    payment is then refused back to the bursar
           open input ledger-file.

           if ws-ledger-status = "00"
               read ledger-file
                   at end move "y" to sw-ledger-eof
               end-read
               if ws-ledger-status not = "00"
                   move "y" to sw-ledger-eof
               end-if
               perform 055-take-one-ledger-line
                   until sw-ledger-eof = "y"
                       or ws-bal-overflow
               close ledger-file
           end-if.

       055-take-one-ledger-line.

           move lg-student-number to ws-find-student.
           move lg-term to ws-find-term.
           perform 150-find-balance.

           if not ws-bal-found
               if ws-bal-count = 3000
                   set ws-bal-overflow to true
               else
                   add 1 to ws-bal-count
                   move ws-bal-count to ws-bal-match-idx
                   move lg-student-number
                       to ws-bal-student(ws-bal-count)
                   move lg-term to ws-bal-term(ws-bal-count)
                   move 0 to ws-bal-charged(ws-bal-count)
                   move 0 to ws-bal-paid(ws-bal-count)
                   set ws-bal-found to true
               end-if
           end-if.

           if ws-bal-found
               if lg-type = "C"
                   add lg-amount to ws-bal-charged(ws-bal-match-idx)
               else
                   add lg-amount to ws-bal-paid(ws-bal-match-idx)
               end-if
           end-if.

           read ledger-file
               at end move "y" to sw-ledger-eof
           end-read.
           if ws-ledger-status not = "00"
               move "y" to sw-ledger-eof
           end-if.

       100-post-one-payment.

           add 1 to ws-count-read.

           move spaces to payment-detail-line.
           move pm-student-number to pdl-student-number.
           move pm-reference to pdl-reference.
           if pm-date is numeric
               move pm-date to pdl-date
           end-if.
           if pm-amount is numeric
               move pm-amount to pdl-amount
           end-if.
           move pm-student-number to ws-find-student.
           move 0 to ws-find-term.
           if pm-term is numeric
               move pm-term to ws-find-term
           end-if.

      *    the student's latest term on the ledger takes any credit
           move 0 to ws-bal-latest-idx.
           perform 110-find-latest-term
               varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-bal-count.

           move spaces to ws-except-reason.
           evaluate true
               when pm-amount not numeric
                   or pm-amount = 0
                   move "payment amount not valid"
                       to ws-except-reason
               when pm-date not numeric
                   move "payment date not valid" to ws-except-reason
               when ws-bal-latest-idx = 0
                   move "student has no ledger charges"
                       to ws-except-reason
               when ws-find-term not = 0
                   perform 150-find-balance
                   if not ws-bal-found
                       move "term not on student ledger"
                           to ws-except-reason
                   end-if
           end-evaluate.

           if ws-except-reason not = spaces
               add 1 to ws-count-rejected
               move ws-except-reason to pdl-note
               move spaces to ws-except-key
               string pm-student-number " " pm-reference
                   delimited by size into ws-except-key
               perform 955-write-exception
           else
               add 1 to ws-count-applied
               add pm-amount to ws-total-applied
               move pm-amount to ws-remaining
               move 0 to ws-terms-applied
               if ws-find-term not = 0
                   move ws-bal-match-idx to ws-bal-pick-idx
                   move ws-remaining to ws-apply-amount
                   perform 130-write-payment-line
               else
                   move "Y" to ws-bal-found-sw
                   perform 120-apply-to-oldest-term
                       until ws-remaining = 0
                           or not ws-bal-found
                   if ws-remaining > 0
                       add 1 to ws-count-credit
                       move ws-bal-latest-idx to ws-bal-pick-idx
                       move ws-remaining to ws-apply-amount
                       perform 130-write-payment-line
                   end-if
               end-if
               move ws-terms-applied to ws-applied-edit
               string "applied to " ws-applied-edit " term(s)"
                   delimited by size into pdl-note
           end-if.

           write print-line from payment-detail-line
               after advancing 1 line.

           read payment-file
               at end move "y" to sw-payment-eof
           end-read.

       110-find-latest-term.

           if ws-bal-student(ws-bal-idx) = ws-find-student
               if ws-bal-latest-idx = 0
                   move ws-bal-idx to ws-bal-latest-idx
               else
                   if ws-bal-term(ws-bal-idx)
                           > ws-bal-term(ws-bal-latest-idx)
                       move ws-bal-idx to ws-bal-latest-idx
                   end-if
               end-if
           end-if.

       120-apply-to-oldest-term.

           move "N" to ws-bal-found-sw.
           perform 125-pick-oldest-open-term
               varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-bal-count.

           if ws-bal-found
               compute ws-term-open =
                   ws-bal-charged(ws-bal-pick-idx)
                       - ws-bal-paid(ws-bal-pick-idx)
               if ws-term-open < ws-remaining
                   move ws-term-open to ws-apply-amount
               else
                   move ws-remaining to ws-apply-amount
               end-if
               perform 130-write-payment-line
           end-if.

       125-pick-oldest-open-term.

           if ws-bal-student(ws-bal-idx) = ws-find-student
               and ws-bal-charged(ws-bal-idx) > ws-bal-paid(ws-bal-idx)
               if not ws-bal-found
                   or ws-bal-term(ws-bal-idx)
                       < ws-bal-term(ws-bal-pick-idx)
                   set ws-bal-found to true
                   move ws-bal-idx to ws-bal-pick-idx
               end-if
           end-if.

       130-write-payment-line.

           move spaces to ledger-line.
           move pm-student-number to lg-student-number.
           move ws-bal-term(ws-bal-pick-idx) to lg-term.
           move pm-date to lg-post-date.
           move "P" to lg-type.
           move "PAYM" to lg-fee-code.
           move "PAYMENT RECEIVED" to lg-desc.
           move ws-apply-amount to lg-amount.
           move pm-reference to lg-reference.
           write ledger-line.

           add ws-apply-amount to ws-bal-paid(ws-bal-pick-idx).
           subtract ws-apply-amount from ws-remaining.
           add 1 to ws-terms-applied.
           add 1 to ws-count-lines.

       150-find-balance.

           move "N" to ws-bal-found-sw.
           perform 155-check-one-balance
               varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-bal-count
                   or ws-bal-found.

       155-check-one-balance.

           if ws-bal-student(ws-bal-idx) = ws-find-student
               and ws-bal-term(ws-bal-idx) = ws-find-term
               set ws-bal-found to true
               move ws-bal-idx to ws-bal-match-idx
           end-if.

       500-write-register-totals.

           move "payments read" to cl-label.
           move ws-count-read to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "payments applied" to cl-label.
           move ws-count-applied to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "payments refused" to cl-label.
           move ws-count-rejected to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "left as a credit" to cl-label.
           move ws-count-credit to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "total applied" to al-label.
           move ws-total-applied to al-amount.
           write print-line from ws-amount-line
               after advancing 1 line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    runs the job on the raw calendar date exactly as before
      *    the calendar existed.
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
      *    before that - weekends and holidays are simply records
      *    flagged non-business, so no date arithmetic is done here.
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

      *    refuse to run against stale inputs - every predecessor
      *    must already have completed for today's business date
           perform 967-check-dependencies.

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

       967-check-dependencies.

           perform 968-read-batch-deps.

           perform 969-check-one-dependency
               varying ws-dep-idx from 1 by 1
               until ws-dep-idx > ws-dep-count.

       968-read-batch-deps.
      *    a missing dependency table just means no job waits on
      *    another.
           open input batch-deps-file.
           if ws-batchdeps-status = "00"
               read batch-deps-file
                   at end move "y" to sw-batchdeps-eof
               end-read
               if ws-batchdeps-status not = "00"
                   move "y" to sw-batchdeps-eof
               end-if
               perform 9681-load-one-dep
                   until sw-batchdeps-eof = "y"
                       or ws-dep-count = 20
               close batch-deps-file
           end-if.

       9681-load-one-dep.

           add 1 to ws-dep-count.
           move bd-job-name to ws-dep-job(ws-dep-count).
           move bd-predecessor to ws-dep-pred(ws-dep-count).

           read batch-deps-file
               at end move "y" to sw-batchdeps-eof
           end-read.
           if ws-batchdeps-status not = "00"
               move "y" to sw-batchdeps-eof
           end-if.

       969-check-one-dependency.

           if ws-dep-job(ws-dep-idx) = ws-this-job-name
               move "N" to ws-pred-found-sw
               perform 9691-check-pred-ran-today
                   varying ws-pred-idx from 1 by 1
                   until ws-pred-idx > ws-bc-count
               if not ws-pred-found
                   display "*** " ws-this-job-name
                       " not run - predecessor "
                       ws-dep-pred(ws-dep-idx)
                       " has not completed for this business date"
                       " ***"
                   stop run
               end-if
           end-if.

       9691-check-pred-ran-today.

      *    the previous business date also satisfies the check, so a
      *    suite that crosses midnight or runs after a holiday still
      *    agrees about which night it is.
           if ws-bc-job-name(ws-pred-idx) = ws-dep-pred(ws-dep-idx)
               and (ws-bc-last-run-date(ws-pred-idx)
                       = ws-business-date
                   or ws-bc-last-run-date(ws-pred-idx)
                       = ws-prev-business-date)
               set ws-pred-found to true
           end-if.

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

       end program Lab2FeePayments.
