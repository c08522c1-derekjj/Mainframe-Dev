       identification division.
       program-id. Lab2TermBilling.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    term billing - every student the term history shows for
      *    the term is charged the fees the schedule sets for their
      *    enrollment status, onto the student ledger the payment
      *    intake and the term-end statements work from. the bursar
      *    no longer keeps balances on the side. a student already
      *    charged for the term is passed over, so a rerun bills
      *    nobody twice.

       environment division.
       input-output section.
       file-control.

           select input-file
           assign to "../../../data/lab2.dat"
           organization is line sequential
           file status is ws-input-status.

           select term-history-file
           assign to "../../../data/lab2TermHist.dat"
           organization is line sequential
           file status is ws-termhist-status.

      *    the fees by term and enrollment status - a term with no
      *    lines of its own takes the term 00000 lines.
           select fee-schedule-file
           assign to "../../../data/lab2FeeSched.dat"
           organization is line sequential
           file status is ws-feesched-status.

      *    the term to bill and the graduation-hold threshold. a
      *    missing file bills the latest term on the history.
           select fee-parm-file
           assign to "../../../data/lab2FeeParm.dat"
           organization is line sequential
           file status is ws-feeparm-status.

      *    the student ledger - charges and payments by term,
      *    accumulating run over run.
           select ledger-file
           assign to "../../../data/lab2Ledger.dat"
           organization is line sequential
           file status is ws-ledger-status.

           select register-file
           assign to "../../../data/lab2Billing.out"
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

       fd  input-file
           data record is read-line
           record contains 29 characters.

       01  input-line.
           05 input-student-number          pic x(9).
           05 input-student-name            pic x(20).
           05 input-student-year            pic 9999.

       fd  term-history-file
           data record is term-history-line.

       01  term-history-line.
           05 th-student-number             pic x(9).
           05 th-term                       pic 9(5).
           05 th-status                     pic x.

       fd  fee-schedule-file
           data record is fee-schedule-line.

       01  fee-schedule-line.
           05 fs-term                       pic 9(5).
           05 fs-status                     pic x.
           05 fs-fee-code                   pic x(4).
           05 fs-fee-desc                   pic x(20).
           05 fs-amount                     pic 9(5)v99.

       fd  fee-parm-file
           data record is fee-parm-line.

       01  fee-parm-line.
           05 fp-term                       pic 9(5).
           05 fp-hold-threshold             pic 9(5)v99.

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
           05 filler                        pic x(28)
               value "Derek Johnston, Term Billing".
           05 filler                        pic x(8) value " - term ".
           05 hdr-term                      pic 9(5).

       01 billing-detail-line.
           05 filler                        pic x(5).
           05 bdl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 bdl-student-name              pic x(20).
           05 filler                        pic x(2).
           05 bdl-status                    pic x.
           05 filler                        pic x(2).
           05 bdl-fees                      pic z9.
           05 filler                        pic x(6) value " fees ".
           05 bdl-amount                    pic zz,zz9.99.

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

      *---------------Billing Parameters--------------------------
       01 ws-bill-term                      pic 9(5) value 0.
       01 ws-latest-term                    pic 9(5) value 0.
       01 ws-feeparm-status                 pic xx value spaces.

      *---------------Fee Schedule Table--------------------------
       01 ws-fee-table.
           05 ws-fee-entry occurs 200 times.
               10 ws-fee-term               pic 9(5).
               10 ws-fee-status             pic x.
               10 ws-fee-code               pic x(4).
               10 ws-fee-desc               pic x(20).
               10 ws-fee-amount             pic 9(5)v99.

       01 ws-fee-count                      pic 999 value 0.
       01 ws-fee-idx                        pic 999 value 0.
       01 ws-feesched-status                pic xx value spaces.
       01 sw-feesched-eof                   pic x value "n".
       01 ws-fee-overflow-sw                pic x value "N".
           88 ws-fee-overflow                    value "Y".

      *    the schedule term a status is billed from - the bill
      *    term's own lines when it has any, else the default
       01 ws-sched-term                     pic 9(5) value 0.
       01 ws-term-has-fees-sw               pic x value "N".
           88 ws-term-has-fees                   value "Y".
       01 ws-fees-charged                   pic 99 value 0.
       01 ws-student-charge                 pic 9(6)v99 value 0.

      *---------------Term History Table--------------------------
       01 ws-term-table.
           05 ws-term-entry occurs 2000 times.
               10 ws-term-student           pic x(9).
               10 ws-term-term              pic 9(5).
               10 ws-term-status            pic x.

       01 ws-term-count                     pic 9(4) value 0.
       01 ws-term-idx                       pic 9(4) value 0.
       01 ws-termhist-status                pic xx.
       01 sw-termhist-eof                   pic x value "n".
       01 ws-term-overflow-sw               pic x value "N".
           88 ws-term-overflow                   value "Y".

      *---------------Students Already Charged--------------------
      *    every student with a charge for the bill term already on
      *    the ledger, and each one billed as this run goes
       01 ws-billed-table.
           05 ws-billed-entry occurs 1000 times
                                             pic x(9).
       01 ws-billed-key                     pic x(9) value spaces.
       01 ws-billed-count                   pic 9(4) value 0.
       01 ws-billed-idx                     pic 9(4) value 0.
       01 ws-billed-found-sw                pic x value "N".
           88 ws-billed-found                    value "Y".
       01 ws-ledger-status                  pic xx value spaces.
       01 sw-ledger-eof                     pic x value "n".

      *---------------Student Names-------------------------------
       01 ws-stud-table.
           05 ws-stud-entry occurs 500 times.
               10 ws-stud-number            pic x(9).
               10 ws-stud-name              pic x(20).

       01 ws-stud-count                     pic 999 value 0.
       01 ws-stud-idx                       pic 999 value 0.
       01 ws-input-status                   pic xx value spaces.
       01 sw-input-eof                      pic x value "n".
       01 ws-stud-name-hold                 pic x(20) value spaces.

       01 ws-count-on-term                  pic 9(5) value 0.
       01 ws-count-billed                   pic 9(5) value 0.
       01 ws-count-already                  pic 9(5) value 0.
       01 ws-count-no-fee                   pic 9(5) value 0.
       01 ws-count-charges                  pic 9(5) value 0.
       01 ws-total-charged                  pic 9(7)v99 value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB2BILL".
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

           perform 050-read-term-history.
           perform 058-read-fee-parm.
           perform 060-read-fee-schedule.
           perform 070-read-ledger-charges.
           perform 080-read-student-names.

           if ws-term-overflow or ws-fee-overflow
               display "term history or fee schedule exceeds the"
                   " tables - run refused, split the files"
               goback
           end-if.

           if ws-bill-term = 0
               display "no term on the history to bill - nothing"
                   " to do"
               goback
           end-if.

           move "N" to ws-term-has-fees-sw.
           perform 065-check-term-has-fees
               varying ws-fee-idx from 1 by 1
               until ws-fee-idx > ws-fee-count.
           if not ws-term-has-fees
               display "no fee schedule for term " ws-bill-term
                   " - run refused"
               goback
           end-if.

           open output register-file.
           move ws-bill-term to hdr-term.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.

      *    charges accumulate run over run
           open extend ledger-file.
           if ws-ledger-status not = "00"
               and ws-ledger-status not = "05"
               open output ledger-file
           end-if.

           perform 100-bill-one-term-record
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count.

           close ledger-file.

           perform 500-write-register-totals.

           close register-file.

           move ws-count-on-term to ws-stats-read.
           move ws-count-charges to ws-stats-written.
           perform 958-write-run-stats.

           goback.

       050-read-term-history.

           open input term-history-file.

           if ws-termhist-status = "00"
               read term-history-file
                   at end move "y" to sw-termhist-eof
               end-read
               if ws-termhist-status not = "00"
                   move "y" to sw-termhist-eof
               end-if
               perform 055-load-one-term
                   until sw-termhist-eof = "y"
                       or ws-term-count = 2000
               if sw-termhist-eof not = "y"
                   set ws-term-overflow to true
               end-if
               close term-history-file
           end-if.

       055-load-one-term.

           add 1 to ws-term-count.
           move th-student-number to ws-term-student(ws-term-count).
           move th-term to ws-term-term(ws-term-count).
           move th-status to ws-term-status(ws-term-count).
           if th-term > ws-latest-term
               move th-term to ws-latest-term
           end-if.

           read term-history-file
               at end move "y" to sw-termhist-eof
           end-read.
           if ws-termhist-status not = "00"
               move "y" to sw-termhist-eof
           end-if.

       058-read-fee-parm.

      *    the history's latest term is the default, so the run
      *    bills the term the registrar has just posted
           move ws-latest-term to ws-bill-term.

           open input fee-parm-file.
           if ws-feeparm-status = "00"
               read fee-parm-file
                   at end continue
               end-read
               if ws-feeparm-status = "00"
                   and fp-term is numeric
                   and fp-term > 0
                   move fp-term to ws-bill-term
               end-if
               close fee-parm-file
           end-if.

       060-read-fee-schedule.

           open input fee-schedule-file.

           if ws-feesched-status = "00"
               read fee-schedule-file
                   at end move "y" to sw-feesched-eof
               end-read
               if ws-feesched-status not = "00"
                   move "y" to sw-feesched-eof
               end-if
               perform 061-load-one-fee
                   until sw-feesched-eof = "y"
                       or ws-fee-count = 200
               if sw-feesched-eof not = "y"
                   set ws-fee-overflow to true
               end-if
               close fee-schedule-file
           end-if.

       061-load-one-fee.

      *    a line with an amount that is not numeric is skipped and
      *    logged - the status's other fees still bill
           if fs-amount is numeric
               and fs-term is numeric
               add 1 to ws-fee-count
               move fs-term to ws-fee-term(ws-fee-count)
               move fs-status to ws-fee-status(ws-fee-count)
               move fs-fee-code to ws-fee-code(ws-fee-count)
               move fs-fee-desc to ws-fee-desc(ws-fee-count)
               move fs-amount to ws-fee-amount(ws-fee-count)
           else
               move spaces to ws-except-key
               string fs-term " " fs-status " " fs-fee-code
                   delimited by size into ws-except-key
               move "fee schedule line not numeric" to ws-except-reason
               perform 955-write-exception
           end-if.

           read fee-schedule-file
               at end move "y" to sw-feesched-eof
           end-read.
           if ws-feesched-status not = "00"
               move "y" to sw-feesched-eof
           end-if.

       065-check-term-has-fees.

           if ws-fee-term(ws-fee-idx) = ws-bill-term
               or ws-fee-term(ws-fee-idx) = 0
               set ws-term-has-fees to true
           end-if.

       070-read-ledger-charges.

      *    a missing ledger just means this is the first billing
           open input ledger-file.

           if ws-ledger-status = "00"
               read ledger-file
                   at end move "y" to sw-ledger-eof
               end-read
               if ws-ledger-status not = "00"
                   move "y" to sw-ledger-eof
               end-if
               perform 075-take-one-ledger-line
                   until sw-ledger-eof = "y"
               close ledger-file
           end-if.

       075-take-one-ledger-line.

           if lg-type = "C"
               and lg-term = ws-bill-term
               move lg-student-number to ws-billed-key
               perform 150-find-billed
               if not ws-billed-found
                   perform 155-add-billed
               end-if
           end-if.

           read ledger-file
               at end move "y" to sw-ledger-eof
           end-read.
           if ws-ledger-status not = "00"
               move "y" to sw-ledger-eof
           end-if.

       080-read-student-names.

      *    names are for the register only - a student who has left
      *    the active file still bills, under a blank name
           open input input-file.

           if ws-input-status = "00"
               read input-file
                   at end move "y" to sw-input-eof
               end-read
               if ws-input-status not = "00"
                   move "y" to sw-input-eof
               end-if
               perform 085-load-one-name
                   until sw-input-eof = "y"
                       or ws-stud-count = 500
               close input-file
           end-if.

       085-load-one-name.

           add 1 to ws-stud-count.
           move input-student-number to ws-stud-number(ws-stud-count).
           move input-student-name to ws-stud-name(ws-stud-count).

           read input-file
               at end move "y" to sw-input-eof
           end-read.
           if ws-input-status not = "00"
               move "y" to sw-input-eof
           end-if.

       100-bill-one-term-record.

           if ws-term-term(ws-term-idx) = ws-bill-term
               add 1 to ws-count-on-term
               move ws-term-student(ws-term-idx) to ws-billed-key
               perform 150-find-billed
               if ws-billed-found
                   add 1 to ws-count-already
               else
                   perform 110-charge-one-student
               end-if
           end-if.

       110-charge-one-student.

      *    the status's own lines for the term win over the default
      *    lines; a status with neither (a graduation close) is not
      *    billed
           move 0 to ws-sched-term.
           move "N" to ws-term-has-fees-sw.
           perform 115-check-status-term-fee
               varying ws-fee-idx from 1 by 1
               until ws-fee-idx > ws-fee-count.
           if ws-term-has-fees
               move ws-bill-term to ws-sched-term
           end-if.

           move 0 to ws-fees-charged.
           move 0 to ws-student-charge.
           perform 120-charge-one-fee
               varying ws-fee-idx from 1 by 1
               until ws-fee-idx > ws-fee-count.

           if ws-fees-charged = 0
               add 1 to ws-count-no-fee
               if ws-term-status(ws-term-idx) not = "G"
                   move spaces to ws-except-key
                   string ws-term-student(ws-term-idx) " "
                       ws-term-status(ws-term-idx)
                       delimited by size into ws-except-key
                   move "no fee for enrollment status"
                       to ws-except-reason
                   perform 955-write-exception
               end-if
           else
               add 1 to ws-count-billed
               perform 155-add-billed
               perform 130-write-billing-detail
           end-if.

       115-check-status-term-fee.

           if ws-fee-term(ws-fee-idx) = ws-bill-term
               and ws-fee-status(ws-fee-idx)
                   = ws-term-status(ws-term-idx)
               set ws-term-has-fees to true
           end-if.

       120-charge-one-fee.

           if ws-fee-term(ws-fee-idx) = ws-sched-term
               and ws-fee-status(ws-fee-idx)
                   = ws-term-status(ws-term-idx)
               move spaces to ledger-line
               move ws-term-student(ws-term-idx)
                   to lg-student-number
               move ws-bill-term to lg-term
               move ws-business-date to lg-post-date
               move "C" to lg-type
               move ws-fee-code(ws-fee-idx) to lg-fee-code
               move ws-fee-desc(ws-fee-idx) to lg-desc
               move ws-fee-amount(ws-fee-idx) to lg-amount
               write ledger-line
               add 1 to ws-fees-charged
               add 1 to ws-count-charges
               add ws-fee-amount(ws-fee-idx) to ws-student-charge
               add ws-fee-amount(ws-fee-idx) to ws-total-charged
           end-if.

       130-write-billing-detail.

           move spaces to ws-stud-name-hold.
           perform 135-find-student-name
               varying ws-stud-idx from 1 by 1
               until ws-stud-idx > ws-stud-count.

           move spaces to billing-detail-line.
           move ws-term-student(ws-term-idx) to bdl-student-number.
           move ws-stud-name-hold to bdl-student-name.
           move ws-term-status(ws-term-idx) to bdl-status.
           move ws-fees-charged to bdl-fees.
           move ws-student-charge to bdl-amount.
           write print-line from billing-detail-line
               after advancing 1 line.

       135-find-student-name.

           if ws-stud-number(ws-stud-idx)
                   = ws-term-student(ws-term-idx)
               move ws-stud-name(ws-stud-idx) to ws-stud-name-hold
           end-if.

       150-find-billed.

           move "N" to ws-billed-found-sw.
           perform 152-check-one-billed
               varying ws-billed-idx from 1 by 1
               until ws-billed-idx > ws-billed-count
                   or ws-billed-found.

       152-check-one-billed.

           if ws-billed-entry(ws-billed-idx) = ws-billed-key
               set ws-billed-found to true
           end-if.

       155-add-billed.

           if ws-billed-count < 1000
               add 1 to ws-billed-count
               move ws-billed-key to ws-billed-entry(ws-billed-count)
           end-if.

       500-write-register-totals.

           move "on the term history" to cl-label.
           move ws-count-on-term to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "billed this run" to cl-label.
           move ws-count-billed to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "already billed" to cl-label.
           move ws-count-already to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "no fee for status" to cl-label.
           move ws-count-no-fee to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "charges posted" to cl-label.
           move ws-count-charges to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "total charged" to al-label.
           move ws-total-charged to al-amount.
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

       end program Lab2TermBilling.
