       identification division.
       program-id. Lab2TermEnd.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    term-end fees run off the student ledger - a statement
      *    per student for the term (balance brought forward, the
      *    term's charges and payments, balance due), the bursar's
      *    outstanding-balance report by term and entry cohort, and
      *    the graduation holds: every student whose unpaid balance
      *    from before the term is over the threshold goes on the
      *    hold file Lab2Graduation reads, rebuilt every term end.

       environment division.
       input-output section.
       file-control.

           select input-file
           assign to "../../../data/lab2.dat"
           organization is line sequential
           file status is ws-input-status.

      *    students who have already left keep their entry year
      *    here, so their balances still fall under a cohort.
           select graduates-file
           assign to "../../../data/lab2Graduates.dat"
           organization is line sequential
           file status is ws-graduates-status.

           select ledger-file
           assign to "../../../data/lab2Ledger.dat"
           organization is line sequential
           file status is ws-ledger-status.

      *    the term to close and the hold threshold. a missing file
      *    closes the latest term on the ledger at the default
      *    threshold.
           select fee-parm-file
           assign to "../../../data/lab2FeeParm.dat"
           organization is line sequential
           file status is ws-feeparm-status.

      *    students held from graduating for an unpaid balance.
           select fee-hold-file
           assign to "../../../data/lab2FeeHolds.dat"
           organization is line sequential
           file status is ws-feehold-status.

           select statement-file
           assign to "../../../data/lab2Statements.out"
           organization is line sequential.

           select report-file
           assign to "../../../data/lab2Balances.out"
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

       fd  graduates-file
           data record is graduates-line.

       01  graduates-line.
           05 gr-student-number             pic x(9).
           05 gr-student-name               pic x(20).
           05 gr-entry-year                 pic 9(4).
           05 gr-completion-term            pic 9(5).

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

       fd  fee-parm-file
           data record is fee-parm-line.

       01  fee-parm-line.
           05 fp-term                       pic 9(5).
           05 fp-hold-threshold             pic 9(5)v99.

       fd  fee-hold-file
           data record is fee-hold-line.

       01  fee-hold-line.
           05 fh-student-number             pic x(9).
           05 fh-term                       pic 9(5).
           05 fh-prior-balance              pic 9(7)v99.

       fd  statement-file
           data record is stmt-line
           record contains 80 characters.

       01  stmt-line.
           05 filler                        pic x(80).

       fd  report-file
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
               value "Derek Johnston, Fee Balances".
           05 filler                        pic x(8) value " - term ".
           05 hdr-term                      pic 9(5).

      *---------------Statement Lines-----------------------------
       01 stmt-heading-line.
           05 filler                        pic x(5).
           05 filler                        pic x(19)
               value "statement for term ".
           05 shl-term                      pic 9(5).
           05 filler                        pic x(3).
           05 shl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 shl-student-name              pic x(20).

       01 stmt-detail-line.
           05 filler                        pic x(9).
           05 sdl-fee-code                  pic x(4).
           05 filler                        pic x(2).
           05 sdl-desc                      pic x(20).
           05 filler                        pic x(2).
           05 sdl-date                      pic 9(8).
           05 filler                        pic x(2).
           05 sdl-reference                 pic x(10).
           05 filler                        pic x(2).
           05 sdl-amount                    pic ----,--9.99.

       01 stmt-total-line.
           05 filler                        pic x(5).
           05 stl-label                     pic x(53).
           05 stl-amount                    pic ----,--9.99.

       01 stmt-hold-line.
           05 filler                        pic x(5).
           05 filler                        pic x(50) value
               "** unpaid prior-term balance - graduation on hold".

      *---------------Balance Report Lines------------------------
       01 balance-heading-line.
           05 filler                        pic x(5).
           05 filler                        pic x(38) value
               " term  cohort  owing      charged    ".
           05 filler                        pic x(32) value
               "      paid   outstanding".

       01 balance-detail-line.
           05 filler                        pic x(5).
           05 bdl-term                      pic 9(5).
           05 bdl-term-x redefines bdl-term pic x(5).
           05 filler                        pic x(3).
           05 bdl-cohort                    pic 9(4).
           05 bdl-cohort-x redefines bdl-cohort
                                            pic x(4).
           05 filler                        pic x(2).
           05 bdl-owing                     pic zzzz9.
           05 filler                        pic x(2).
           05 bdl-charged                   pic z,zzz,zz9.99.
           05 filler                        pic x(2).
           05 bdl-paid                      pic z,zzz,zz9.99.
           05 filler                        pic x(2).
           05 bdl-outstanding               pic z,zzz,zz9.99.

       01 section-line.
           05 filler                        pic x(5).
           05 sl-text                       pic x(60).

       01 hold-detail-line.
           05 filler                        pic x(5).
           05 hdl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 hdl-student-name              pic x(20).
           05 filler                        pic x(2).
           05 hdl-cohort                    pic 9(4).
           05 filler                        pic x(2).
           05 hdl-prior-balance             pic z,zzz,zz9.99.

       01 ws-count-line.
           05 filler                        pic x(5).
           05 cl-label                      pic x(26).
           05 filler                        pic x(2) value ": ".
           05 cl-count                      pic zzzz9.

      *---------------Term-End Parameters-------------------------
       01 ws-close-term                     pic 9(5) value 0.
       01 ws-latest-term                    pic 9(5) value 0.
       01 ws-hold-threshold                 pic 9(5)v99 value 100.00.
       01 ws-feeparm-status                 pic xx value spaces.

      *---------------Students Known to the Registrar-------------
      *    names and entry years off the active and graduates files
       01 ws-people-table.
           05 ws-people-entry occurs 1000 times.
               10 ws-ppl-number             pic x(9).
               10 ws-ppl-name               pic x(20).
               10 ws-ppl-year               pic 9(4).

       01 ws-people-count                   pic 9(4) value 0.
       01 ws-people-idx                     pic 9(4) value 0.
       01 ws-input-status                   pic xx value spaces.
       01 sw-input-eof                      pic x value "n".
       01 ws-graduates-status               pic xx value spaces.
       01 sw-graduates-eof                  pic x value "n".

      *---------------Ledger Lines--------------------------------
       01 ws-ledger-table.
           05 ws-ledger-entry occurs 5000 times.
               10 ws-lgt-student            pic x(9).
               10 ws-lgt-term               pic 9(5).
               10 ws-lgt-date               pic 9(8).
               10 ws-lgt-type               pic x.
               10 ws-lgt-fee-code           pic x(4).
               10 ws-lgt-desc               pic x(20).
               10 ws-lgt-amount             pic 9(5)v99.
               10 ws-lgt-reference          pic x(10).

       01 ws-ledger-count                   pic 9(4) value 0.
       01 ws-ledger-idx                     pic 9(4) value 0.
       01 ws-ledger-status                  pic xx value spaces.
       01 sw-ledger-eof                     pic x value "n".

      *---------------Student Balances----------------------------
      *    each student on the ledger up to the closing term - the
      *    net of every earlier term (a credit shows negative), and
      *    the closing term's own charges and payments
       01 ws-stu-table.
           05 ws-stu-entry occurs 1000 times.
               10 ws-stu-number             pic x(9).
               10 ws-stu-name               pic x(20).
               10 ws-stu-cohort             pic 9(4).
               10 ws-stu-prior              pic s9(7)v99.
               10 ws-stu-term-charged       pic 9(7)v99.
               10 ws-stu-term-paid          pic 9(7)v99.
               10 ws-stu-done-sw            pic x.

       01 ws-stu-count                      pic 9(4) value 0.
       01 ws-stu-idx                        pic 9(4) value 0.
       01 ws-stu-match-idx                  pic 9(4) value 0.
       01 ws-stu-pick-idx                   pic 9(4) value 0.

      *    the same balances one term at a time, for the report
       01 ws-st-table.
           05 ws-st-entry occurs 3000 times.
               10 ws-st-stu-idx             pic 9(4).
               10 ws-st-term                pic 9(5).
               10 ws-st-charged             pic 9(7)v99.
               10 ws-st-paid                pic 9(7)v99.

       01 ws-st-count                       pic 9(4) value 0.
       01 ws-st-idx                         pic 9(4) value 0.
       01 ws-st-match-idx                   pic 9(4) value 0.

      *    outstanding by term and cohort - a term's balance only
      *    counts toward outstanding when it is unpaid, a credit on
      *    one term does not hide a debt on another
       01 ws-cell-table.
           05 ws-cell-entry occurs 500 times.
               10 ws-cell-term              pic 9(5).
               10 ws-cell-cohort            pic 9(4).
               10 ws-cell-owing             pic 9(5).
               10 ws-cell-charged           pic 9(7)v99.
               10 ws-cell-paid              pic 9(7)v99.
               10 ws-cell-outstanding       pic 9(7)v99.
               10 ws-cell-done-sw           pic x.

       01 ws-cell-count                     pic 999 value 0.
       01 ws-cell-idx                       pic 999 value 0.
       01 ws-cell-match-idx                 pic 999 value 0.
       01 ws-cell-pick-idx                  pic 999 value 0.

       01 ws-found-sw                       pic x value "N".
           88 ws-found                           value "Y".
       01 ws-pick-found-sw                  pic x value "N".
           88 ws-pick-found                      value "Y".
       01 ws-overflow-sw                    pic x value "N".
           88 ws-overflow                        value "Y".

       01 ws-feehold-status                 pic xx value spaces.
       01 ws-term-net                       pic s9(7)v99 value 0.
       01 ws-balance-due                    pic s9(7)v99 value 0.
       01 ws-prev-term                      pic 9(5) value 0.
       01 ws-sub-owing                      pic 9(5) value 0.
       01 ws-sub-charged                    pic 9(7)v99 value 0.
       01 ws-sub-paid                       pic 9(7)v99 value 0.
       01 ws-sub-outstanding                pic 9(7)v99 value 0.
       01 ws-tot-owing                      pic 9(5) value 0.
       01 ws-tot-charged                    pic 9(7)v99 value 0.
       01 ws-tot-paid                       pic 9(7)v99 value 0.
       01 ws-tot-outstanding                pic 9(7)v99 value 0.

       01 ws-count-statements               pic 9(5) value 0.
       01 ws-count-holds                    pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB2TEND".
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

           perform 050-read-students.
           perform 060-read-ledger.
           perform 070-read-fee-parm.

           if ws-overflow
               display "ledger or student files exceed the tables -"
                   " run refused, split the files"
               goback
           end-if.

           if ws-ledger-count = 0
               display "no student ledger on file - nothing to do"
               goback
           end-if.

           perform 100-take-one-ledger-line
               varying ws-ledger-idx from 1 by 1
               until ws-ledger-idx > ws-ledger-count.
           perform 150-post-one-term-balance
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count.

           if ws-overflow
               display "balances exceed the tables -"
                   " run refused, split the files"
               goback
           end-if.

      *    the hold file is rebuilt every term end - a student who
      *    has since paid drops off it
           open output statement-file,
                       fee-hold-file.

           move "Y" to ws-pick-found-sw.
           perform 200-next-statement
               until not ws-pick-found.

           close statement-file,
                 fee-hold-file.

           open output report-file.
           move ws-close-term to hdr-term.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.

           perform 300-print-balances.
           perform 400-print-holds.

           close report-file.

           move ws-ledger-count to ws-stats-read.
           move ws-count-statements to ws-stats-written.
           perform 958-write-run-stats.

           goback.

       050-read-students.

      *    the active file first, then the graduates - either may be
      *    missing, and a student on neither prints with no name
           open input input-file.
           if ws-input-status = "00"
               read input-file
                   at end move "y" to sw-input-eof
               end-read
               if ws-input-status not = "00"
                   move "y" to sw-input-eof
               end-if
               perform 055-load-one-active
                   until sw-input-eof = "y"
               close input-file
           end-if.

           open input graduates-file.
           if ws-graduates-status = "00"
               read graduates-file
                   at end move "y" to sw-graduates-eof
               end-read
               if ws-graduates-status not = "00"
                   move "y" to sw-graduates-eof
               end-if
               perform 057-load-one-graduate
                   until sw-graduates-eof = "y"
               close graduates-file
           end-if.

       055-load-one-active.

           if ws-people-count < 1000
               add 1 to ws-people-count
               move input-student-number
                   to ws-ppl-number(ws-people-count)
               move input-student-name to ws-ppl-name(ws-people-count)
               move input-student-year to ws-ppl-year(ws-people-count)
           else
               set ws-overflow to true
           end-if.

           read input-file
               at end move "y" to sw-input-eof
           end-read.
           if ws-input-status not = "00"
               move "y" to sw-input-eof
           end-if.

       057-load-one-graduate.

           if ws-people-count < 1000
               add 1 to ws-people-count
               move gr-student-number to ws-ppl-number(ws-people-count)
               move gr-student-name to ws-ppl-name(ws-people-count)
               move gr-entry-year to ws-ppl-year(ws-people-count)
           else
               set ws-overflow to true
           end-if.

           read graduates-file
               at end move "y" to sw-graduates-eof
           end-read.
           if ws-graduates-status not = "00"
               move "y" to sw-graduates-eof
           end-if.

       060-read-ledger.

           open input ledger-file.
           if ws-ledger-status = "00"
               read ledger-file
                   at end move "y" to sw-ledger-eof
               end-read
               if ws-ledger-status not = "00"
                   move "y" to sw-ledger-eof
               end-if
               perform 065-load-one-ledger-line
                   until sw-ledger-eof = "y"
                       or ws-ledger-count = 5000
               if sw-ledger-eof not = "y"
                   set ws-overflow to true
               end-if
               close ledger-file
           end-if.

       065-load-one-ledger-line.

           add 1 to ws-ledger-count.
           move lg-student-number to ws-lgt-student(ws-ledger-count).
           move lg-term to ws-lgt-term(ws-ledger-count).
           move lg-post-date to ws-lgt-date(ws-ledger-count).
           move lg-type to ws-lgt-type(ws-ledger-count).
           move lg-fee-code to ws-lgt-fee-code(ws-ledger-count).
           move lg-desc to ws-lgt-desc(ws-ledger-count).
           move lg-amount to ws-lgt-amount(ws-ledger-count).
           move lg-reference to ws-lgt-reference(ws-ledger-count).
           if lg-term > ws-latest-term
               move lg-term to ws-latest-term
           end-if.

           read ledger-file
               at end move "y" to sw-ledger-eof
           end-read.
           if ws-ledger-status not = "00"
               move "y" to sw-ledger-eof
           end-if.

       070-read-fee-parm.

      *    the ledger's latest term is the default - the term just
      *    billed
           move ws-latest-term to ws-close-term.

           open input fee-parm-file.
           if ws-feeparm-status = "00"
               read fee-parm-file
                   at end continue
               end-read
               if ws-feeparm-status = "00"
                   if fp-term is numeric
                       and fp-term > 0
                       move fp-term to ws-close-term
                   end-if
                   if fp-hold-threshold is numeric
                       and fp-hold-threshold > 0
                       move fp-hold-threshold to ws-hold-threshold
                   end-if
               end-if
               close fee-parm-file
           end-if.

       100-take-one-ledger-line.

      *    terms after the closing term are not this statement's
           if ws-lgt-term(ws-ledger-idx) not > ws-close-term
               perform 110-find-student
               if ws-found
                   perform 120-find-student-term
               end-if
               if ws-found
                   if ws-lgt-type(ws-ledger-idx) = "C"
                       add ws-lgt-amount(ws-ledger-idx)
                           to ws-st-charged(ws-st-match-idx)
                   else
                       add ws-lgt-amount(ws-ledger-idx)
                           to ws-st-paid(ws-st-match-idx)
                   end-if
                   perform 130-post-student-balance
               end-if
           end-if.

       110-find-student.

           move "N" to ws-found-sw.
           perform 115-check-one-student
               varying ws-stu-idx from 1 by 1
               until ws-stu-idx > ws-stu-count
                   or ws-found.

           if not ws-found
               if ws-stu-count = 1000
                   set ws-overflow to true
               else
                   add 1 to ws-stu-count
                   move ws-stu-count to ws-stu-match-idx
                   move ws-lgt-student(ws-ledger-idx)
                       to ws-stu-number(ws-stu-count)
                   move spaces to ws-stu-name(ws-stu-count)
                   move 0 to ws-stu-cohort(ws-stu-count)
                   move 0 to ws-stu-prior(ws-stu-count)
                   move 0 to ws-stu-term-charged(ws-stu-count)
                   move 0 to ws-stu-term-paid(ws-stu-count)
                   move "N" to ws-stu-done-sw(ws-stu-count)
                   perform 117-name-one-student
                       varying ws-people-idx from 1 by 1
                       until ws-people-idx > ws-people-count
                   set ws-found to true
               end-if
           end-if.

       115-check-one-student.

           if ws-stu-number(ws-stu-idx) = ws-lgt-student(ws-ledger-idx)
               set ws-found to true
               move ws-stu-idx to ws-stu-match-idx
           end-if.

       117-name-one-student.

           if ws-ppl-number(ws-people-idx)
                   = ws-stu-number(ws-stu-count)
               move ws-ppl-name(ws-people-idx)
                   to ws-stu-name(ws-stu-count)
               move ws-ppl-year(ws-people-idx)
                   to ws-stu-cohort(ws-stu-count)
           end-if.

       120-find-student-term.

           move "N" to ws-found-sw.
           perform 125-check-one-student-term
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
                   or ws-found.

           if not ws-found
               if ws-st-count = 3000
                   set ws-overflow to true
               else
                   add 1 to ws-st-count
                   move ws-st-count to ws-st-match-idx
                   move ws-stu-match-idx to ws-st-stu-idx(ws-st-count)
                   move ws-lgt-term(ws-ledger-idx)
                       to ws-st-term(ws-st-count)
                   move 0 to ws-st-charged(ws-st-count)
                   move 0 to ws-st-paid(ws-st-count)
                   set ws-found to true
               end-if
           end-if.

       125-check-one-student-term.

           if ws-st-stu-idx(ws-st-idx) = ws-stu-match-idx
               and ws-st-term(ws-st-idx) = ws-lgt-term(ws-ledger-idx)
               set ws-found to true
               move ws-st-idx to ws-st-match-idx
           end-if.

       130-post-student-balance.

           if ws-lgt-term(ws-ledger-idx) = ws-close-term
               if ws-lgt-type(ws-ledger-idx) = "C"
                   add ws-lgt-amount(ws-ledger-idx)
                       to ws-stu-term-charged(ws-stu-match-idx)
               else
                   add ws-lgt-amount(ws-ledger-idx)
                       to ws-stu-term-paid(ws-stu-match-idx)
               end-if
           else
               if ws-lgt-type(ws-ledger-idx) = "C"
                   add ws-lgt-amount(ws-ledger-idx)
                       to ws-stu-prior(ws-stu-match-idx)
               else
                   subtract ws-lgt-amount(ws-ledger-idx)
                       from ws-stu-prior(ws-stu-match-idx)
               end-if
           end-if.

       150-post-one-term-balance.

           move "N" to ws-found-sw.
           move ws-st-stu-idx(ws-st-idx) to ws-stu-idx.
           perform 155-check-one-cell
               varying ws-cell-idx from 1 by 1
               until ws-cell-idx > ws-cell-count
                   or ws-found.

           if not ws-found
               if ws-cell-count = 500
                   set ws-overflow to true
               else
                   add 1 to ws-cell-count
                   move ws-cell-count to ws-cell-match-idx
                   move ws-st-term(ws-st-idx)
                       to ws-cell-term(ws-cell-count)
                   move ws-stu-cohort(ws-stu-idx)
                       to ws-cell-cohort(ws-cell-count)
                   move 0 to ws-cell-owing(ws-cell-count)
                   move 0 to ws-cell-charged(ws-cell-count)
                   move 0 to ws-cell-paid(ws-cell-count)
                   move 0 to ws-cell-outstanding(ws-cell-count)
                   move "N" to ws-cell-done-sw(ws-cell-count)
                   set ws-found to true
               end-if
           end-if.

           if ws-found
               add ws-st-charged(ws-st-idx)
                   to ws-cell-charged(ws-cell-match-idx)
               add ws-st-paid(ws-st-idx)
                   to ws-cell-paid(ws-cell-match-idx)
               compute ws-term-net =
                   ws-st-charged(ws-st-idx) - ws-st-paid(ws-st-idx)
               if ws-term-net > 0
                   add 1 to ws-cell-owing(ws-cell-match-idx)
                   add ws-term-net
                       to ws-cell-outstanding(ws-cell-match-idx)
               end-if
           end-if.

       155-check-one-cell.

           if ws-cell-term(ws-cell-idx) = ws-st-term(ws-st-idx)
               and ws-cell-cohort(ws-cell-idx)
                   = ws-stu-cohort(ws-stu-idx)
               set ws-found to true
               move ws-cell-idx to ws-cell-match-idx
           end-if.

       200-next-statement.

      *    statements go out in student-number order; a student
      *    with nothing this term and nothing owed gets none
           move "N" to ws-pick-found-sw.
           move 1 to ws-stu-pick-idx.
           perform 205-pick-one-student
               varying ws-stu-idx from 1 by 1
               until ws-stu-idx > ws-stu-count.

           if ws-pick-found
               move "Y" to ws-stu-done-sw(ws-stu-pick-idx)
               if ws-stu-term-charged(ws-stu-pick-idx) > 0
                   or ws-stu-term-paid(ws-stu-pick-idx) > 0
                   or ws-stu-prior(ws-stu-pick-idx) not = 0
                   perform 210-write-statement
               end-if
           end-if.

       205-pick-one-student.

           if ws-stu-done-sw(ws-stu-idx) = "N"
               if not ws-pick-found
                   or ws-stu-number(ws-stu-idx)
                       < ws-stu-number(ws-stu-pick-idx)
                   set ws-pick-found to true
                   move ws-stu-idx to ws-stu-pick-idx
               end-if
           end-if.

       210-write-statement.

           add 1 to ws-count-statements.

           move ws-close-term to shl-term.
           move ws-stu-number(ws-stu-pick-idx) to shl-student-number.
           move ws-stu-name(ws-stu-pick-idx) to shl-student-name.
           write stmt-line from stmt-heading-line
               after advancing page.

           move spaces to stmt-total-line.
           move "balance brought forward" to stl-label.
           move ws-stu-prior(ws-stu-pick-idx) to stl-amount.
           write stmt-line from stmt-total-line
               after advancing 2 lines.

           perform 215-write-statement-detail
               varying ws-ledger-idx from 1 by 1
               until ws-ledger-idx > ws-ledger-count.

           compute ws-balance-due =
               ws-stu-prior(ws-stu-pick-idx)
                   + ws-stu-term-charged(ws-stu-pick-idx)
                   - ws-stu-term-paid(ws-stu-pick-idx).
           move spaces to stmt-total-line.
           move "balance due" to stl-label.
           move ws-balance-due to stl-amount.
           write stmt-line from stmt-total-line
               after advancing 2 lines.

           if ws-stu-prior(ws-stu-pick-idx) > ws-hold-threshold
               add 1 to ws-count-holds
               write stmt-line from stmt-hold-line
                   after advancing 2 lines
               move spaces to fee-hold-line
               move ws-stu-number(ws-stu-pick-idx)
                   to fh-student-number
               move ws-close-term to fh-term
               move ws-stu-prior(ws-stu-pick-idx) to fh-prior-balance
               write fee-hold-line
           end-if.

       215-write-statement-detail.

      *    payments print as credits against the charges
           if ws-lgt-student(ws-ledger-idx)
                   = ws-stu-number(ws-stu-pick-idx)
               and ws-lgt-term(ws-ledger-idx) = ws-close-term
               move spaces to stmt-detail-line
               move ws-lgt-fee-code(ws-ledger-idx) to sdl-fee-code
               move ws-lgt-desc(ws-ledger-idx) to sdl-desc
               move ws-lgt-date(ws-ledger-idx) to sdl-date
               move ws-lgt-reference(ws-ledger-idx) to sdl-reference
               if ws-lgt-type(ws-ledger-idx) = "C"
                   move ws-lgt-amount(ws-ledger-idx) to sdl-amount
               else
                   compute sdl-amount =
                       0 - ws-lgt-amount(ws-ledger-idx)
               end-if
               write stmt-line from stmt-detail-line
                   after advancing 1 line
           end-if.

       300-print-balances.

           move "outstanding balances by term and cohort" to sl-text.
           write print-line from section-line
               after advancing 2 lines.
           write print-line from balance-heading-line
               after advancing 2 lines.

           move 0 to ws-prev-term.
           move "Y" to ws-pick-found-sw.
           perform 310-print-next-cell
               until not ws-pick-found.
           if ws-prev-term not = 0
               perform 330-print-term-subtotal
           end-if.

           move spaces to balance-detail-line.
           move "all" to bdl-term-x.
           move spaces to bdl-cohort-x.
           move ws-tot-owing to bdl-owing.
           move ws-tot-charged to bdl-charged.
           move ws-tot-paid to bdl-paid.
           move ws-tot-outstanding to bdl-outstanding.
           write print-line from balance-detail-line
               after advancing 2 lines.

       310-print-next-cell.

      *    term order, then cohort order within the term
           move "N" to ws-pick-found-sw.
           move 1 to ws-cell-pick-idx.
           perform 315-pick-one-cell
               varying ws-cell-idx from 1 by 1
               until ws-cell-idx > ws-cell-count.

           if ws-pick-found
               if ws-prev-term not = 0
                   and ws-cell-term(ws-cell-pick-idx)
                       not = ws-prev-term
                   perform 330-print-term-subtotal
               end-if
               move ws-cell-term(ws-cell-pick-idx) to ws-prev-term
               move "Y" to ws-cell-done-sw(ws-cell-pick-idx)

               move spaces to balance-detail-line
               move ws-cell-term(ws-cell-pick-idx) to bdl-term
               if ws-cell-cohort(ws-cell-pick-idx) = 0
                   move "----" to bdl-cohort-x
               else
                   move ws-cell-cohort(ws-cell-pick-idx) to bdl-cohort
               end-if
               move ws-cell-owing(ws-cell-pick-idx) to bdl-owing
               move ws-cell-charged(ws-cell-pick-idx) to bdl-charged
               move ws-cell-paid(ws-cell-pick-idx) to bdl-paid
               move ws-cell-outstanding(ws-cell-pick-idx)
                   to bdl-outstanding
               write print-line from balance-detail-line
                   after advancing 1 line

               add ws-cell-owing(ws-cell-pick-idx) to ws-sub-owing
               add ws-cell-charged(ws-cell-pick-idx) to ws-sub-charged
               add ws-cell-paid(ws-cell-pick-idx) to ws-sub-paid
               add ws-cell-outstanding(ws-cell-pick-idx)
                   to ws-sub-outstanding
           end-if.

       315-pick-one-cell.

           if ws-cell-done-sw(ws-cell-idx) = "N"
               if not ws-pick-found
                   or ws-cell-term(ws-cell-idx)
                       < ws-cell-term(ws-cell-pick-idx)
                   or (ws-cell-term(ws-cell-idx)
                           = ws-cell-term(ws-cell-pick-idx)
                       and ws-cell-cohort(ws-cell-idx)
                           < ws-cell-cohort(ws-cell-pick-idx))
                   set ws-pick-found to true
                   move ws-cell-idx to ws-cell-pick-idx
               end-if
           end-if.

       330-print-term-subtotal.

           move spaces to balance-detail-line.
           move ws-prev-term to bdl-term.
           move "all" to bdl-cohort-x.
           move ws-sub-owing to bdl-owing.
           move ws-sub-charged to bdl-charged.
           move ws-sub-paid to bdl-paid.
           move ws-sub-outstanding to bdl-outstanding.
           write print-line from balance-detail-line
               after advancing 1 line.
           move spaces to print-line.
           write print-line
               after advancing 1 line.

           add ws-sub-owing to ws-tot-owing.
           add ws-sub-charged to ws-tot-charged.
           add ws-sub-paid to ws-tot-paid.
           add ws-sub-outstanding to ws-tot-outstanding.
           move 0 to ws-sub-owing.
           move 0 to ws-sub-charged.
           move 0 to ws-sub-paid.
           move 0 to ws-sub-outstanding.

       400-print-holds.

           move "graduation holds - unpaid prior-term balance over"
               to sl-text.
           write print-line from section-line
               after advancing 2 lines.
           move spaces to hold-detail-line.
           move "threshold" to hdl-student-name.
           move ws-hold-threshold to hdl-prior-balance.
           write print-line from hold-detail-line
               after advancing 1 line.

           perform 410-print-one-hold
               varying ws-stu-idx from 1 by 1
               until ws-stu-idx > ws-stu-count.
           if ws-count-holds = 0
               move "none" to sl-text
               write print-line from section-line
                   after advancing 1 line
           end-if.

           move "statements written" to cl-label.
           move ws-count-statements to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "students on hold" to cl-label.
           move ws-count-holds to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

       410-print-one-hold.

           if ws-stu-prior(ws-stu-idx) > ws-hold-threshold
               move spaces to hold-detail-line
               move ws-stu-number(ws-stu-idx) to hdl-student-number
               move ws-stu-name(ws-stu-idx) to hdl-student-name
               move ws-stu-cohort(ws-stu-idx) to hdl-cohort
               move ws-stu-prior(ws-stu-idx) to hdl-prior-balance
               write print-line from hold-detail-line
                   after advancing 1 line
           end-if.

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

       end program Lab2TermEnd.
