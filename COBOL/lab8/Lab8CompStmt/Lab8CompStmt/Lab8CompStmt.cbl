       identification division.
       program-id. Lab8CompStmt.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the salary history the raise run and the event run append
      *    to - one line per salary change.  read only here.
           select salary-history-file
           assign to "../../../data/lab8SalHist.dat"
           organization is line sequential
           file status is ws-salhist-status.

      *    employee master - one statement per employee, leavers
      *    included for the year they left in.
           select employee-master-file
           assign to "../../../data/lab8EmpMast.dat"
           organization is line sequential
           file status is ws-empmast-status.

      *    optional statement year - without it the statements are
      *    for the year of the business date.
           select statement-parm-file
           assign to "../../../data/lab8StmtParm.dat"
           organization is line sequential
           file status is ws-stmtparm-status.

      *    the compensation statements, one after another.
           select report-file
           assign to "../../../data/lab8CompStmt.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

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

       fd  salary-history-file
           data record is salary-history-line.

       01  salary-history-line.
           05 shl-employee-number       pic x(3).
           05 shl-effective-date        pic 9(8).
      *    'R' raise run, 'H' hire or rehire, 'P' promotion
           05 shl-source                pic x.
           05 shl-old-salary            pic 9(6)v99.
           05 shl-new-salary            pic 9(6)v99.
           05 shl-merit-rating          pic x.
           05 shl-back-pay              pic 9(6)v99.
           05 shl-run-date              pic 9(8).

       fd  employee-master-file
           data record is employee-master-line.

       01  employee-master-line.
           05 em-employee-number        pic x(3).
           05 em-name                   pic x(15).
           05 em-years-service          pic 99.
           05 em-education-code         pic x.
           05 em-cost-center            pic x(3).
           05 em-salary                 pic 9(5)v99.
           05 em-effective-date         pic 9(8).
      *    'T' terminated, anything else active
           05 em-status                 pic x.
           05 em-status-date            pic 9(8).
           05 em-grade                  pic x(2).

       fd  statement-parm-file
           data record is statement-parm-line.

       01  statement-parm-line.
           05 spl-year                  pic 9(4).

       fd  report-file
           data record is print-line.

       01  print-line                   pic x(100).

       fd  run-stats-file
           data record is run-stats-line.

       01  run-stats-line.
           05 rs-job-name               pic x(8).
           05 rs-run-date               pic 9(8).
           05 rs-start-time             pic 9(6).
           05 rs-end-time               pic 9(6).
           05 rs-records-read           pic 9(7).
           05 rs-records-written        pic 9(7).

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

      *--------------Statement Lines-------------------------------
       01 ws-header.
           05 filler                    pic x(40)
               value "annual compensation statement - year    ".
           05 hdr-year                  pic 9(4).
           05 filler                    pic x(56) value spaces.

       01 ws-rule-line.
           05 filler                    pic x(40)
               value all "-".
           05 filler                    pic x(40)
               value all "-".
           05 filler                    pic x(20) value spaces.

       01 ws-employee-line.
           05 filler                    pic x(9) value "employee ".
           05 eml-employee-number       pic x(3).
           05 filler                    pic x(2) value spaces.
           05 eml-name                  pic x(15).
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(12) value "cost center ".
           05 eml-cost-center           pic x(3).
           05 filler                    pic x(2) value spaces.
           05 eml-leaver                pic x(20).
           05 filler                    pic x(32) value spaces.

       01 ws-salary-line.
           05 sal-label                 pic x(30).
           05 sal-amount                pic $$$$,$$9.99.
           05 filler                    pic x(59) value spaces.

       01 ws-column-line.
           05 filler                    pic x(40)
               value "  eff date source      old salary   new ".
           05 filler                    pic x(40)
               value "salary change% merit   back pay".
           05 filler                    pic x(20) value spaces.

       01 ws-change-line.
           05 filler                    pic x(2) value spaces.
           05 chl-effective             pic 9(8).
           05 filler                    pic x value space.
           05 chl-source                pic x(10).
           05 filler                    pic x value space.
           05 chl-old-salary            pic $$$$,$$9.99.
           05 filler                    pic x(2) value spaces.
           05 chl-new-salary            pic $$$$,$$9.99.
           05 filler                    pic x(2) value spaces.
           05 chl-percent               pic ---9.9.
           05 chl-percent-x redefines chl-percent
                                        pic x(6).
           05 filler                    pic x(3) value spaces.
           05 chl-merit                 pic x.
           05 filler                    pic x(3) value spaces.
           05 chl-back-pay              pic $$$,$$9.99.
           05 filler                    pic x(29) value spaces.

       01 ws-no-change-line.
           05 filler                    pic x(40)
               value "  no salary changes in the year".
           05 filler                    pic x(60) value spaces.

       01 ws-count-line.
           05 cl-label                  pic x(30).
           05 cl-count                  pic zzzz9.
           05 filler                    pic x(65) value spaces.

       01 ws-total-line.
           05 tl-label                  pic x(30).
           05 tl-amount                 pic $$,$$$,$$9.99.
           05 filler                    pic x(57) value spaces.

       01 ws-refused-line.
           05 filler                    pic x(40)
               value "run refused - no statements: ".
           05 rfl-reason                pic x(50).
           05 filler                    pic x(10) value spaces.

      *--------------Switches and Statuses-------------------------
       01 sw-salhist-eof                pic x value "n".
       01 sw-empmast-eof                pic x value "n".
       01 ws-salhist-status             pic xx.
       01 ws-empmast-status             pic xx.
       01 ws-stmtparm-status            pic xx.

      *    a history or master too long for its table would print
      *    statements with changes missing - the run is refused
       01 ws-overflow-sw                pic x value "N".
           88 ws-overflow                    value "Y".
       01 ws-include-sw                 pic x value "N".
           88 ws-include                     value "Y".
       01 ws-pick-found-sw              pic x value "N".
           88 ws-pick-found                  value "Y".

      *--------------Employee Master Table-------------------------
       01 ws-emp-table.
           05 ws-emp-entry occurs 500 times.
               10 ws-emp-number          pic x(3).
               10 ws-emp-name            pic x(15).
               10 ws-emp-cc              pic x(3).
               10 ws-emp-salary          pic 9(5)v99.
               10 ws-emp-status          pic x.
                   88 ws-emp-terminated       value "T".
               10 ws-emp-status-date     pic 9(8).
       01 ws-emp-count                  pic 999 value 0.
       01 ws-emp-idx                    pic 999 value 0.

      *--------------Salary History Table--------------------------
      *    in the order it was appended - on a shared effective date
      *    the later line is the later change
       01 ws-hist-table.
           05 ws-hist-entry occurs 2000 times.
               10 ws-hst-number          pic x(3).
               10 ws-hst-effective       pic 9(8).
               10 ws-hst-source          pic x.
               10 ws-hst-old             pic 9(6)v99.
               10 ws-hst-new             pic 9(6)v99.
               10 ws-hst-merit           pic x.
               10 ws-hst-back-pay        pic 9(6)v99.
               10 ws-hst-done-sw         pic x.
       01 ws-hist-count                 pic 9(4) value 0.
       01 ws-hist-idx                   pic 9(4) value 0.
       01 ws-hist-pick-idx              pic 9(4) value 0.

      *--------------Statement Work Areas--------------------------
       01 ws-stmt-year                  pic 9(4) value 0.
       01 ws-year-start                 pic 9(8) value 0.
       01 ws-year-end                   pic 9(8) value 0.
       01 ws-year-date-parts.
           05 ws-ydp-yyyy               pic 9(4).
           05 ws-ydp-mmdd               pic 9(4).
       01 ws-year-date redefines ws-year-date-parts
                                        pic 9(8).

      *    the salary standing at a date - the latest change on or
      *    before it, else the old salary of the first change after
      *    it, else the master salary for someone never changed
       01 ws-as-of-date                 pic 9(8) value 0.
       01 ws-as-of-salary               pic 9(6)v99 value 0.
       01 ws-before-best-eff            pic 9(8) value 0.
       01 ws-after-best-eff             pic 9(8) value 0.
       01 ws-before-idx                 pic 9(4) value 0.
       01 ws-after-idx                  pic 9(4) value 0.

       01 ws-start-salary               pic 9(6)v99 value 0.
       01 ws-end-salary                 pic 9(6)v99 value 0.
       01 ws-emp-changes                pic 9(4) value 0.
       01 ws-emp-back-pay               pic 9(7)v99 value 0.
       01 ws-pick-effective             pic 9(8) value 0.
       01 ws-change-percent             pic s9(3)v9 value 0.

      *--------------Counts----------------------------------------
       01 ws-count-statements           pic 9(5) value 0.
       01 ws-count-changes              pic 9(5) value 0.
       01 ws-total-back-pay             pic 9(8)v99 value 0.

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

       01 ws-bc-count                       pic 99 value 0.
       01 ws-bc-idx                          pic 99 value 0.
       01 ws-bc-match-idx                    pic 99 value 0.
       01 ws-bc-found-sw                     pic x value "N".
           88 ws-bc-found                         value "Y".
       01 ws-batchctl-status                 pic xx.
       01 sw-batchctl-eof                    pic x value "n".
       01 ws-this-job-name                   pic x(8) value "LAB8STMT".
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

           perform 040-read-statement-year.
           perform 050-read-employee-master.
           perform 060-read-salary-history.

           open output report-file.
           move ws-stmt-year to hdr-year.
           write print-line from ws-header.
           move spaces to print-line.
           write print-line.

           if ws-overflow
               or ws-emp-count = 0
               if ws-overflow
                   move "history or master did not load whole"
                       to rfl-reason
               else
                   move "employee master not on file" to rfl-reason
               end-if
               write print-line from ws-refused-line
               close report-file
               display "compensation statements - " rfl-reason
                   " - run refused"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 100-print-one-statement
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.

           perform 800-write-run-counts.
           close report-file.

           move ws-hist-count to ws-stats-read.
           move ws-count-statements to ws-stats-written.
           perform 958-write-run-stats.

           display "compensation statements for " ws-stmt-year
               ": " ws-count-statements
               " changes: " ws-count-changes.

           goback.

       040-read-statement-year.

           move ws-business-date(1:4) to ws-stmt-year.

           open input statement-parm-file.
           if ws-stmtparm-status = "00"
               read statement-parm-file
                   at end continue
               end-read
               if ws-stmtparm-status = "00"
                   and spl-year is numeric
                   and spl-year > 0
                   move spl-year to ws-stmt-year
               end-if
               close statement-parm-file
           end-if.

           move ws-stmt-year to ws-ydp-yyyy.
           move 0101 to ws-ydp-mmdd.
           move ws-year-date to ws-year-start.
           move 1231 to ws-ydp-mmdd.
           move ws-year-date to ws-year-end.

       050-read-employee-master.

           open input employee-master-file.
           if ws-empmast-status = "00"
               read employee-master-file
                   at end move "y" to sw-empmast-eof
               end-read
               if ws-empmast-status not = "00"
                   move "y" to sw-empmast-eof
               end-if
               perform 055-load-one-employee
                   until sw-empmast-eof = "y"
                       or ws-emp-count = 500
               if sw-empmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close employee-master-file
           end-if.

       055-load-one-employee.

           add 1 to ws-emp-count.
           move em-employee-number to ws-emp-number(ws-emp-count).
           move em-name to ws-emp-name(ws-emp-count).
           move em-cost-center to ws-emp-cc(ws-emp-count).
           move em-salary to ws-emp-salary(ws-emp-count).
           move em-status to ws-emp-status(ws-emp-count).
           if em-status-date is numeric
               move em-status-date
                   to ws-emp-status-date(ws-emp-count)
           else
               move 0 to ws-emp-status-date(ws-emp-count)
           end-if.

           read employee-master-file
               at end move "y" to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move "y" to sw-empmast-eof
           end-if.

       060-read-salary-history.

      *    no history yet just means every statement shows the
      *    master salary with no changes
           open input salary-history-file.
           if ws-salhist-status = "00"
               read salary-history-file
                   at end move "y" to sw-salhist-eof
               end-read
               if ws-salhist-status not = "00"
                   move "y" to sw-salhist-eof
               end-if
               perform 065-load-one-change
                   until sw-salhist-eof = "y"
                       or ws-hist-count = 2000
               if sw-salhist-eof not = "y"
                   set ws-overflow to true
               end-if
               close salary-history-file
           end-if.

       065-load-one-change.

           if shl-effective-date is numeric
               add 1 to ws-hist-count
               move shl-employee-number
                   to ws-hst-number(ws-hist-count)
               move shl-effective-date
                   to ws-hst-effective(ws-hist-count)
               move shl-source to ws-hst-source(ws-hist-count)
               move shl-old-salary to ws-hst-old(ws-hist-count)
               move shl-new-salary to ws-hst-new(ws-hist-count)
               move shl-merit-rating to ws-hst-merit(ws-hist-count)
               if shl-back-pay is numeric
                   move shl-back-pay
                       to ws-hst-back-pay(ws-hist-count)
               else
                   move 0 to ws-hst-back-pay(ws-hist-count)
               end-if
               move "N" to ws-hst-done-sw(ws-hist-count)
           end-if.

           read salary-history-file
               at end move "y" to sw-salhist-eof
           end-read.
           if ws-salhist-status not = "00"
               move "y" to sw-salhist-eof
           end-if.

       100-print-one-statement.

      *    a change in the year always earns a statement; without
      *    one, an active employee hired by the year end or a
      *    leaver who went during the year still gets one
           move 0 to ws-emp-changes.
           perform 105-count-one-change
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.

           move "N" to ws-include-sw.
           if ws-emp-changes > 0
               set ws-include to true
           else
               if ws-emp-terminated(ws-emp-idx)
                   if ws-emp-status-date(ws-emp-idx)
                           not < ws-year-start
                       set ws-include to true
                   end-if
               else
                   if ws-emp-status-date(ws-emp-idx)
                           not > ws-year-end
                       set ws-include to true
                   end-if
               end-if
           end-if.

           if ws-include
               perform 110-print-statement
           end-if.

       105-count-one-change.

           if ws-hst-number(ws-hist-idx) = ws-emp-number(ws-emp-idx)
               and ws-hst-effective(ws-hist-idx) not < ws-year-start
               and ws-hst-effective(ws-hist-idx) not > ws-year-end
               add 1 to ws-emp-changes
           end-if.

       110-print-statement.

           add 1 to ws-count-statements.
           move 0 to ws-emp-back-pay.

      *    the start of the year is the standing on new year's eve
           compute ws-as-of-date = ws-year-start - 1.
           perform 200-salary-as-of-date.
           move ws-as-of-salary to ws-start-salary.
           move ws-year-end to ws-as-of-date.
           perform 200-salary-as-of-date.
           move ws-as-of-salary to ws-end-salary.

           write print-line from ws-rule-line.
           move ws-emp-number(ws-emp-idx) to eml-employee-number.
           move ws-emp-name(ws-emp-idx) to eml-name.
           move ws-emp-cc(ws-emp-idx) to eml-cost-center.
           move spaces to eml-leaver.
           if ws-emp-terminated(ws-emp-idx)
               string "terminated " delimited by size
                   ws-emp-status-date(ws-emp-idx) delimited by size
                   into eml-leaver
           end-if.
           write print-line from ws-employee-line.
           move spaces to print-line.
           write print-line.

           move "salary at start of year" to sal-label.
           move ws-start-salary to sal-amount.
           write print-line from ws-salary-line.
           move spaces to print-line.
           write print-line.

           if ws-emp-changes = 0
               write print-line from ws-no-change-line
           else
               write print-line from ws-column-line
               move "Y" to ws-pick-found-sw
               perform 120-print-next-change
                   until not ws-pick-found
           end-if.

           move spaces to print-line.
           write print-line.
           move "salary at end of year" to sal-label.
           move ws-end-salary to sal-amount.
           write print-line from ws-salary-line.
           move "back pay in the year" to sal-label.
           move ws-emp-back-pay to sal-amount.
           write print-line from ws-salary-line.
           move spaces to print-line.
           write print-line.

       120-print-next-change.

      *    earliest effective date still to print - on a tie the
      *    earlier line in the history, so the changes come out
      *    in the order they were made
           move "N" to ws-pick-found-sw.
           move 0 to ws-hist-pick-idx.
           perform 125-weigh-one-change
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.

           if ws-pick-found
               move "Y" to ws-hst-done-sw(ws-hist-pick-idx)
               perform 130-print-change-line
           end-if.

       125-weigh-one-change.

           if ws-hst-number(ws-hist-idx) = ws-emp-number(ws-emp-idx)
               and ws-hst-done-sw(ws-hist-idx) = "N"
               and ws-hst-effective(ws-hist-idx) not < ws-year-start
               and ws-hst-effective(ws-hist-idx) not > ws-year-end
               if not ws-pick-found
                   or ws-hst-effective(ws-hist-idx)
                       < ws-pick-effective
                   set ws-pick-found to true
                   move ws-hist-idx to ws-hist-pick-idx
                   move ws-hst-effective(ws-hist-idx)
                       to ws-pick-effective
               end-if
           end-if.

       130-print-change-line.

           move ws-hst-effective(ws-hist-pick-idx) to chl-effective.
           evaluate ws-hst-source(ws-hist-pick-idx)
               when "R"
                   move "raise" to chl-source
               when "H"
                   move "hire" to chl-source
               when "P"
                   move "promotion" to chl-source
               when other
                   move ws-hst-source(ws-hist-pick-idx) to chl-source
           end-evaluate.
           move ws-hst-old(ws-hist-pick-idx) to chl-old-salary.
           move ws-hst-new(ws-hist-pick-idx) to chl-new-salary.

      *    a hire has no old salary to measure against
           if ws-hst-old(ws-hist-pick-idx) = 0
               move spaces to chl-percent-x
           else
               compute ws-change-percent rounded =
                   (ws-hst-new(ws-hist-pick-idx)
                       - ws-hst-old(ws-hist-pick-idx)) * 100
                   / ws-hst-old(ws-hist-pick-idx)
               move ws-change-percent to chl-percent
           end-if.

           move ws-hst-merit(ws-hist-pick-idx) to chl-merit.
           move ws-hst-back-pay(ws-hist-pick-idx) to chl-back-pay.
           write print-line from ws-change-line.

           add ws-hst-back-pay(ws-hist-pick-idx) to ws-emp-back-pay.
           add ws-hst-back-pay(ws-hist-pick-idx) to ws-total-back-pay.
           add 1 to ws-count-changes.

       200-salary-as-of-date.

           move 0 to ws-before-idx.
           move 0 to ws-after-idx.
           move 0 to ws-before-best-eff.
           move 0 to ws-after-best-eff.
           perform 205-check-one-as-of
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.

           if ws-before-idx > 0
               move ws-hst-new(ws-before-idx) to ws-as-of-salary
           else
               if ws-after-idx > 0
                   move ws-hst-old(ws-after-idx) to ws-as-of-salary
               else
                   move ws-emp-salary(ws-emp-idx) to ws-as-of-salary
               end-if
           end-if.

       205-check-one-as-of.

           if ws-hst-number(ws-hist-idx) = ws-emp-number(ws-emp-idx)
               if ws-hst-effective(ws-hist-idx) not > ws-as-of-date
                   if ws-hst-effective(ws-hist-idx)
                           not < ws-before-best-eff
                       move ws-hist-idx to ws-before-idx
                       move ws-hst-effective(ws-hist-idx)
                           to ws-before-best-eff
                   end-if
               else
                   if ws-after-idx = 0
                       or ws-hst-effective(ws-hist-idx)
                           < ws-after-best-eff
                       move ws-hist-idx to ws-after-idx
                       move ws-hst-effective(ws-hist-idx)
                           to ws-after-best-eff
                   end-if
               end-if
           end-if.

       800-write-run-counts.

           write print-line from ws-rule-line.
           move spaces to print-line.
           write print-line.

           move "statements printed" to cl-label.
           move ws-count-statements to cl-count.
           write print-line from ws-count-line.

           move "salary changes listed" to cl-label.
           move ws-count-changes to cl-count.
           write print-line from ws-count-line.

           move "back pay in the year" to tl-label.
           move ws-total-back-pay to tl-amount.
           write print-line from ws-total-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the run on the raw calendar date.
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

       end program Lab8CompStmt.
