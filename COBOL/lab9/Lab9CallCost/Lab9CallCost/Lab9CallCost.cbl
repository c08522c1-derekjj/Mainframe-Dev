       identification division.
       program-id. Lab9CallCost.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the monthly summary the daily intake keeps - calls, talk
      *    seconds and answered-within-threshold per operator-month.
           select monthly-file
           assign to '../../../data/lab9.data'
               organization is line sequential
               file status is ws-monthly-status.

      *    the month-to-date interval profile - the half-hour slots
      *    an operator took traffic in are the intervals worked.
           select interval-file
           assign to '../../../data/lab9Intervals.dat'
               organization is line sequential
               file status is ws-interval-status.

      *    the operator roster - team and supervisor for the
      *    roll-ups, and the list checked against the master.
           select roster-file
           assign to '../../../data/lab9Roster.dat'
               organization is line sequential
               file status is ws-roster-status.

      *    the payroll employee master - ro-number is the same
      *    three-character employee number as em-employee-number.
           select employee-master-file
           assign to "../../../data/lab8EmpMast.dat"
               organization is line sequential
               file status is ws-empmast-status.

      *    month to cost and the half-hour intervals in a full-time
      *    operator's month. a missing file costs the current
      *    business month at sixteen intervals.
           select cost-parm-file
           assign to '../../../data/lab9CostParm.dat'
               organization is line sequential
               file status is ws-costparm-status.

           select report-file
           assign to '../../../data/lab9CallCost.out'
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

       fd monthly-file
           data record is emp-rec.

       01 emp-rec.
           05 emp-rec-num               pic x(3).
           05 emp-rec-name              pic x(12).
           05 emp-rec-calls.
               10 emp-rec-calls-month   pic 9(3)
                   occurs 12 times.
           05 emp-rec-talk.
               10 emp-rec-talk-month    pic 9(6)
                   occurs 12 times.
           05 emp-rec-aband.
               10 emp-rec-aband-month   pic 9(4)
                   occurs 12 times.
           05 emp-rec-answin.
               10 emp-rec-answin-month  pic 9(4)
                   occurs 12 times.

       fd interval-file
           data record is interval-line.

       01 interval-line.
           05 il-operator               pic x(3).
           05 il-month                  pic 9(2).
           05 il-interval               pic 9(2).
           05 il-calls                  pic 9(5).
           05 il-talk                   pic 9(7).

       fd roster-file
           data record is roster-line.

       01 roster-line.
           05 ro-number                 pic x(3).
           05 ro-name                   pic x(12).
           05 ro-team                   pic x(3).
           05 ro-supervisor             pic x(12).
           05 ro-start-date             pic 9(8).
           05 ro-end-date               pic 9(8).
           05 ro-active                 pic x.

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
           05 em-status                 pic x.
           05 em-status-date            pic 9(8).
           05 em-grade                  pic x(2).

       fd cost-parm-file
           data record is cost-parm-line.

       01 cost-parm-line.
           05 cpl-month                 pic 99.
           05 cpl-full-intervals        pic 99.

       fd report-file
           data record is print-line.

       01 print-line                    pic x(132).

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

      *--------------Report Lines----------------------------------
       01 report-heading.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(34)
               value 'call centre cost per call - month '.
           05 rh-year                pic 9(4).
           05 filler                 pic x value '/'.
           05 rh-month               pic 99.
           05 filler                 pic x(24)
               value '   full-time intervals: '.
           05 rh-full                pic z9.

       01 column-line.
           05 filler                 pic x(40)
               value '  opr  name          team  intvl    mont'.
           05 filler                 pic x(40)
               value 'h cost  calls   per call  talk hrs  per '.
           05 filler                 pic x(40)
               value 'talk hr  in-tgt  per in-tgt'.
           05 filler                 pic x(12) value spaces.

       01 section-heading.
           05 filler                 pic x(2) value spaces.
           05 sh-text                pic x(50).

       01 cost-detail-line.
           05 filler                 pic x(2) value spaces.
           05 cdl-key                pic x(3).
           05 filler                 pic x(2) value spaces.
           05 cdl-name               pic x(12).
           05 filler                 pic x(2) value spaces.
           05 cdl-team               pic x(3).
           05 filler                 pic x(2) value spaces.
           05 cdl-intervals          pic zzz9.
           05 cdl-intervals-x redefines cdl-intervals
                                     pic x(4).
           05 filler                 pic x(2) value spaces.
           05 cdl-cost               pic $$$,$$9.99.
           05 filler                 pic x(2) value spaces.
           05 cdl-calls              pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 cdl-per-call           pic $$,$$9.99.
           05 cdl-per-call-x redefines cdl-per-call
                                     pic x(9).
           05 filler                 pic x(2) value spaces.
           05 cdl-talk-hours         pic zzzz9.9.
           05 filler                 pic x(2) value spaces.
           05 cdl-per-hour           pic $$,$$9.99.
           05 cdl-per-hour-x redefines cdl-per-hour
                                     pic x(9).
           05 filler                 pic x(3) value spaces.
           05 cdl-answin             pic zzzz9.
           05 filler                 pic x(3) value spaces.
           05 cdl-per-answin         pic $$,$$9.99.
           05 cdl-per-answin-x redefines cdl-per-answin
                                     pic x(9).
           05 filler                 pic x(2) value spaces.
           05 cdl-note               pic x(22).

       01 exception-line.
           05 filler                 pic x(4) value spaces.
           05 exl-number             pic x(3).
           05 filler                 pic x(2) value spaces.
           05 exl-name               pic x(15).
           05 filler                 pic x(2) value spaces.
           05 exl-reason             pic x(50).

       01 refused-line.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(36)
               value 'run refused - no cost report: '.
           05 rfl-reason             pic x(50).

      *--------------Files and Switches----------------------------
       01 ws-monthly-status          pic xx value spaces.
       01 ws-interval-status         pic xx value spaces.
       01 ws-roster-status           pic xx value spaces.
       01 ws-empmast-status          pic xx value spaces.
       01 ws-costparm-status         pic xx value spaces.
       01 sw-monthly-eof             pic x value 'n'.
       01 sw-interval-eof            pic x value 'n'.
       01 sw-roster-eof              pic x value 'n'.
       01 sw-empmast-eof             pic x value 'n'.

       01 ws-overflow-sw             pic x value 'N'.
           88 ws-overflow                value 'Y'.
       01 ws-month-profiled-sw       pic x value 'N'.
           88 ws-month-profiled          value 'Y'.
       01 ws-found-sw                pic x value 'N'.
           88 ws-found                   value 'Y'.

      *--------------Cost Parameters-------------------------------
       01 ws-cost-month              pic 99 value 0.
       01 ws-cost-year               pic 9(4) value 0.
       77 ws-full-intervals          pic 99 value 16.
       01 ws-month-first             pic 9(8) value 0.
       01 ws-month-last              pic 9(8) value 0.

      *--------------Operators-------------------------------------
      *    one entry per operator on the monthly summary, carrying
      *    the month's traffic and, once joined, team and salary
       01 ws-op-table.
           05 ws-op-entry occurs 999 times.
               10 ws-op-num              pic x(3).
               10 ws-op-name             pic x(12).
               10 ws-op-calls            pic 9(5).
               10 ws-op-talk             pic 9(7).
               10 ws-op-answin           pic 9(5).
               10 ws-op-intervals        pic 9(4).
               10 ws-op-team             pic x(3).
               10 ws-op-supervisor       pic x(12).
               10 ws-op-cost             pic 9(7)v99.
               10 ws-op-mast-sw          pic x.
                   88 ws-op-on-master        value 'Y'.

       01 ws-op-count                pic 9(3) value 0.
       01 ws-op-idx                  pic 9(3) value 0.
       01 ws-op-match-idx            pic 9(3) value 0.

       01 ws-roster-table.
           05 ws-roster-entry occurs 999 times.
               10 ws-ros-number          pic x(3).
               10 ws-ros-name            pic x(12).
               10 ws-ros-team            pic x(3).
               10 ws-ros-supervisor      pic x(12).
               10 ws-ros-start           pic 9(8).
               10 ws-ros-end             pic 9(8).
               10 ws-ros-active          pic x.

       01 ws-roster-count            pic 9(3) value 0.
       01 ws-roster-idx              pic 9(3) value 0.

       01 ws-mast-table.
           05 ws-mast-entry occurs 500 times.
               10 ws-mst-number          pic x(3).
               10 ws-mst-name            pic x(15).
               10 ws-mst-cost-center     pic x(3).
               10 ws-mst-salary          pic 9(5)v99.
               10 ws-mst-status          pic x.

       01 ws-mast-count              pic 999 value 0.
       01 ws-mast-idx                pic 999 value 0.
       01 ws-mast-match-idx          pic 999 value 0.

      *    the cost centers rostered operators are paid from - an
      *    active employee in one of them who is not rostered is
      *    listed as an exception
       01 ws-ccc-table.
           05 ws-ccc-code occurs 20 times pic x(3).
       01 ws-ccc-count               pic 99 value 0.
       01 ws-ccc-idx                 pic 99 value 0.

      *--------------Roll-Ups--------------------------------------
       01 ws-team-table.
           05 ws-team-entry occurs 50 times.
               10 ws-team-code           pic x(3).
               10 ws-team-supervisor     pic x(12).
               10 ws-team-intervals      pic 9(5).
               10 ws-team-cost           pic 9(7)v99.
               10 ws-team-calls          pic 9(6).
               10 ws-team-talk           pic 9(8).
               10 ws-team-answin         pic 9(6).

       01 ws-team-count              pic 99 value 0.
       01 ws-team-idx                pic 99 value 0.
       01 ws-team-match-idx          pic 99 value 0.

       01 ws-sup-table.
           05 ws-sup-entry occurs 50 times.
               10 ws-sup-name            pic x(12).
               10 ws-sup-intervals       pic 9(5).
               10 ws-sup-cost            pic 9(7)v99.
               10 ws-sup-calls           pic 9(6).
               10 ws-sup-talk            pic 9(8).
               10 ws-sup-answin          pic 9(6).

       01 ws-sup-count               pic 99 value 0.
       01 ws-sup-idx                 pic 99 value 0.
       01 ws-sup-match-idx           pic 99 value 0.

       01 ws-total-intervals         pic 9(6) value 0.
       01 ws-total-cost              pic 9(8)v99 value 0.
       01 ws-total-calls             pic 9(7) value 0.
       01 ws-total-talk              pic 9(9) value 0.
       01 ws-total-answin            pic 9(7) value 0.

      *    one line's figures on their way to 400-print-cost-line
       01 ws-line-intervals          pic 9(6) value 0.
       01 ws-line-cost               pic 9(8)v99 value 0.
       01 ws-line-calls              pic 9(7) value 0.
       01 ws-line-talk               pic 9(9) value 0.
       01 ws-line-answin             pic 9(7) value 0.

       01 ws-lines-written           pic 9(5) value 0.
       01 ws-exception-count         pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB9COST".
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

           perform 040-read-cost-parm.
           perform 050-read-monthly-summary.
           perform 060-read-roster.
           perform 070-read-employee-master.

           open output report-file.
           move ws-cost-year to rh-year.
           move ws-cost-month to rh-month.
           move ws-full-intervals to rh-full.
           write print-line from report-heading.

           if ws-overflow
               or ws-op-count = 0
               or ws-mast-count = 0
               evaluate true
                   when ws-overflow
                       move 'a file overflowed its table'
                           to rfl-reason
                   when ws-op-count = 0
                       move 'no monthly summary on file'
                           to rfl-reason
                   when other
                       move 'no employee master on file'
                           to rfl-reason
               end-evaluate
               write print-line from refused-line
                   after advancing 2 lines
               close report-file
               display "call cost - " rfl-reason " - run refused"
               stop run
           end-if.

           perform 960-check-batch-control.

           perform 080-read-interval-profile.

           perform 100-cost-one-operator
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.

           write print-line from column-line
               after advancing 2 lines.

           move 'cost by operator' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           perform 310-print-one-operator
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.

           move 'cost by team' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           perform 320-print-one-team
               varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-count.

           move 'cost by supervisor' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           perform 330-print-one-supervisor
               varying ws-sup-idx from 1 by 1
               until ws-sup-idx > ws-sup-count.

           perform 340-print-total.

           perform 500-print-exceptions.

           close report-file.

           display "call cost " ws-cost-year "/" ws-cost-month
               " operators: " ws-op-count
               " exceptions: " ws-exception-count.

           move ws-op-count to ws-stats-read.
           move ws-lines-written to ws-stats-written.
           perform 958-write-run-stats.

           stop run.

       040-read-cost-parm.

      *    a month later than the business date's is last year's
           move ws-business-date(5:2) to ws-cost-month.
           move ws-business-date(1:4) to ws-cost-year.

           open input cost-parm-file.
           if ws-costparm-status = "00"
               read cost-parm-file
                   at end continue
               end-read
               if ws-costparm-status = "00"
                   if cpl-month is numeric
                       and cpl-month > 0 and cpl-month < 13
                       move cpl-month to ws-cost-month
                   end-if
                   if cpl-full-intervals is numeric
                       and cpl-full-intervals > 0
                       move cpl-full-intervals to ws-full-intervals
                   end-if
               end-if
               close cost-parm-file
           end-if.

           if ws-business-date(5:2) < ws-cost-month
               subtract 1 from ws-cost-year
           end-if.

           compute ws-month-first =
               ws-cost-year * 10000 + ws-cost-month * 100 + 1.
           compute ws-month-last =
               ws-cost-year * 10000 + ws-cost-month * 100 + 31.

       050-read-monthly-summary.

           open input monthly-file.
           if ws-monthly-status = "00"
               read monthly-file
                   at end move 'y' to sw-monthly-eof
               end-read
               if ws-monthly-status not = "00"
                   move 'y' to sw-monthly-eof
               end-if
               perform 055-load-one-operator
                   until sw-monthly-eof = 'y'
                       or ws-op-count = 999
               if sw-monthly-eof not = 'y'
                   set ws-overflow to true
               end-if
               close monthly-file
           end-if.

       055-load-one-operator.

      *    summaries from before durations and the service threshold
      *    were captured read in short - those figures count zero
           add 1 to ws-op-count.
           move emp-rec-num to ws-op-num(ws-op-count).
           move emp-rec-name to ws-op-name(ws-op-count).
           move emp-rec-calls-month(ws-cost-month)
               to ws-op-calls(ws-op-count).
           if emp-rec-talk-month(ws-cost-month) is numeric
               move emp-rec-talk-month(ws-cost-month)
                   to ws-op-talk(ws-op-count)
           else
               move 0 to ws-op-talk(ws-op-count)
           end-if.
           if emp-rec-answin-month(ws-cost-month) is numeric
               move emp-rec-answin-month(ws-cost-month)
                   to ws-op-answin(ws-op-count)
           else
               move 0 to ws-op-answin(ws-op-count)
           end-if.
           move 0 to ws-op-intervals(ws-op-count).
           move 0 to ws-op-cost(ws-op-count).
           move '???' to ws-op-team(ws-op-count).
           move '(no roster)' to ws-op-supervisor(ws-op-count).
           move 'N' to ws-op-mast-sw(ws-op-count).

           read monthly-file
               at end move 'y' to sw-monthly-eof
           end-read.
           if ws-monthly-status not = "00"
               move 'y' to sw-monthly-eof
           end-if.

       060-read-roster.

           open input roster-file.
           if ws-roster-status = "00"
               read roster-file
                   at end move 'y' to sw-roster-eof
               end-read
               if ws-roster-status not = "00"
                   move 'y' to sw-roster-eof
               end-if
               perform 065-load-one-roster-entry
                   until sw-roster-eof = 'y'
                       or ws-roster-count = 999
               if sw-roster-eof not = 'y'
                   set ws-overflow to true
               end-if
               close roster-file
           end-if.

       065-load-one-roster-entry.

           add 1 to ws-roster-count.
           move ro-number to ws-ros-number(ws-roster-count).
           move ro-name to ws-ros-name(ws-roster-count).
           move ro-team to ws-ros-team(ws-roster-count).
           move ro-supervisor to ws-ros-supervisor(ws-roster-count).
           if ro-start-date is numeric
               move ro-start-date to ws-ros-start(ws-roster-count)
           else
               move 0 to ws-ros-start(ws-roster-count)
           end-if.
           if ro-end-date is numeric
               move ro-end-date to ws-ros-end(ws-roster-count)
           else
               move 0 to ws-ros-end(ws-roster-count)
           end-if.
           move ro-active to ws-ros-active(ws-roster-count).

           read roster-file
               at end move 'y' to sw-roster-eof
           end-read.
           if ws-roster-status not = "00"
               move 'y' to sw-roster-eof
           end-if.

       070-read-employee-master.

           open input employee-master-file.
           if ws-empmast-status = "00"
               read employee-master-file
                   at end move 'y' to sw-empmast-eof
               end-read
               if ws-empmast-status not = "00"
                   move 'y' to sw-empmast-eof
               end-if
               perform 075-load-one-employee
                   until sw-empmast-eof = 'y'
                       or ws-mast-count = 500
               if sw-empmast-eof not = 'y'
                   set ws-overflow to true
               end-if
               close employee-master-file
           end-if.

       075-load-one-employee.

           add 1 to ws-mast-count.
           move em-employee-number to ws-mst-number(ws-mast-count).
           move em-name to ws-mst-name(ws-mast-count).
           move em-cost-center to ws-mst-cost-center(ws-mast-count).
           move em-salary to ws-mst-salary(ws-mast-count).
           move em-status to ws-mst-status(ws-mast-count).

           read employee-master-file
               at end move 'y' to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move 'y' to sw-empmast-eof
           end-if.

       080-read-interval-profile.

      *    a slot counts as worked when it took calls or talk in the
      *    month being costed
           open input interval-file.
           if ws-interval-status = "00"
               read interval-file
                   at end move 'y' to sw-interval-eof
               end-read
               if ws-interval-status not = "00"
                   move 'y' to sw-interval-eof
               end-if
               perform 085-take-one-interval
                   until sw-interval-eof = 'y'
               close interval-file
           end-if.

       085-take-one-interval.

           if il-month = ws-cost-month
               and (il-calls > 0 or il-talk > 0)
               set ws-month-profiled to true
               move 'N' to ws-found-sw
               perform 087-find-interval-operator
                   varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-count
                       or ws-found
               if ws-found
                   add 1 to ws-op-intervals(ws-op-match-idx)
               end-if
           end-if.

           read interval-file
               at end move 'y' to sw-interval-eof
           end-read.
           if ws-interval-status not = "00"
               move 'y' to sw-interval-eof
           end-if.

       087-find-interval-operator.

           if ws-op-num(ws-op-idx) = il-operator
               set ws-found to true
               move ws-op-idx to ws-op-match-idx
           end-if.

       100-cost-one-operator.

      *    a month's salary is a twelfth of the annual; it is spread
      *    over the intervals worked, a full-time month's worth or
      *    more carrying all of it. a month the profile holds no
      *    traffic for at all is charged in full.
           perform 110-find-roster-for-operator
               varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count.

           move 'N' to ws-found-sw.
           perform 120-find-master-for-operator
               varying ws-mast-idx from 1 by 1
               until ws-mast-idx > ws-mast-count
                   or ws-found.

           if ws-found
               set ws-op-on-master(ws-op-idx) to true
               if not ws-month-profiled
                   or ws-op-intervals(ws-op-idx)
                       >= ws-full-intervals
                   compute ws-op-cost(ws-op-idx) rounded =
                       ws-mst-salary(ws-mast-match-idx) / 12
               else
                   compute ws-op-cost(ws-op-idx) rounded =
                       ws-mst-salary(ws-mast-match-idx)
                           * ws-op-intervals(ws-op-idx)
                           / (12 * ws-full-intervals)
               end-if
           end-if.

           perform 130-post-team.
           perform 140-post-supervisor.

           add ws-op-intervals(ws-op-idx) to ws-total-intervals.
           add ws-op-cost(ws-op-idx) to ws-total-cost.
           add ws-op-calls(ws-op-idx) to ws-total-calls.
           add ws-op-talk(ws-op-idx) to ws-total-talk.
           add ws-op-answin(ws-op-idx) to ws-total-answin.

       110-find-roster-for-operator.

           if ws-ros-number(ws-roster-idx) = ws-op-num(ws-op-idx)
               move ws-ros-team(ws-roster-idx) to ws-op-team(ws-op-idx)
               move ws-ros-supervisor(ws-roster-idx)
                   to ws-op-supervisor(ws-op-idx)
           end-if.

       120-find-master-for-operator.

           if ws-mst-number(ws-mast-idx) = ws-op-num(ws-op-idx)
               set ws-found to true
               move ws-mast-idx to ws-mast-match-idx
           end-if.

       130-post-team.

           move 'N' to ws-found-sw.
           perform 135-find-team-entry
               varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-count
                   or ws-found.
           if not ws-found and ws-team-count < 50
               add 1 to ws-team-count
               move ws-team-count to ws-team-match-idx
               move ws-op-team(ws-op-idx)
                   to ws-team-code(ws-team-match-idx)
               move ws-op-supervisor(ws-op-idx)
                   to ws-team-supervisor(ws-team-match-idx)
               move 0 to ws-team-intervals(ws-team-match-idx)
               move 0 to ws-team-cost(ws-team-match-idx)
               move 0 to ws-team-calls(ws-team-match-idx)
               move 0 to ws-team-talk(ws-team-match-idx)
               move 0 to ws-team-answin(ws-team-match-idx)
               set ws-found to true
           end-if.
           if ws-found
               add ws-op-intervals(ws-op-idx)
                   to ws-team-intervals(ws-team-match-idx)
               add ws-op-cost(ws-op-idx)
                   to ws-team-cost(ws-team-match-idx)
               add ws-op-calls(ws-op-idx)
                   to ws-team-calls(ws-team-match-idx)
               add ws-op-talk(ws-op-idx)
                   to ws-team-talk(ws-team-match-idx)
               add ws-op-answin(ws-op-idx)
                   to ws-team-answin(ws-team-match-idx)
           end-if.

       135-find-team-entry.

           if ws-team-code(ws-team-idx) = ws-op-team(ws-op-idx)
               set ws-found to true
               move ws-team-idx to ws-team-match-idx
           end-if.

       140-post-supervisor.

           move 'N' to ws-found-sw.
           perform 145-find-sup-entry
               varying ws-sup-idx from 1 by 1
               until ws-sup-idx > ws-sup-count
                   or ws-found.
           if not ws-found and ws-sup-count < 50
               add 1 to ws-sup-count
               move ws-sup-count to ws-sup-match-idx
               move ws-op-supervisor(ws-op-idx)
                   to ws-sup-name(ws-sup-match-idx)
               move 0 to ws-sup-intervals(ws-sup-match-idx)
               move 0 to ws-sup-cost(ws-sup-match-idx)
               move 0 to ws-sup-calls(ws-sup-match-idx)
               move 0 to ws-sup-talk(ws-sup-match-idx)
               move 0 to ws-sup-answin(ws-sup-match-idx)
               set ws-found to true
           end-if.
           if ws-found
               add ws-op-intervals(ws-op-idx)
                   to ws-sup-intervals(ws-sup-match-idx)
               add ws-op-cost(ws-op-idx)
                   to ws-sup-cost(ws-sup-match-idx)
               add ws-op-calls(ws-op-idx)
                   to ws-sup-calls(ws-sup-match-idx)
               add ws-op-talk(ws-op-idx)
                   to ws-sup-talk(ws-sup-match-idx)
               add ws-op-answin(ws-op-idx)
                   to ws-sup-answin(ws-sup-match-idx)
           end-if.

       145-find-sup-entry.

           if ws-sup-name(ws-sup-idx) = ws-op-supervisor(ws-op-idx)
               set ws-found to true
               move ws-sup-idx to ws-sup-match-idx
           end-if.

       310-print-one-operator.

           move spaces to cost-detail-line.
           move ws-op-num(ws-op-idx) to cdl-key.
           move ws-op-name(ws-op-idx) to cdl-name.
           move ws-op-team(ws-op-idx) to cdl-team.
           move ws-op-intervals(ws-op-idx) to ws-line-intervals.
           move ws-op-cost(ws-op-idx) to ws-line-cost.
           move ws-op-calls(ws-op-idx) to ws-line-calls.
           move ws-op-talk(ws-op-idx) to ws-line-talk.
           move ws-op-answin(ws-op-idx) to ws-line-answin.
           if not ws-op-on-master(ws-op-idx)
               move 'no master - not costed' to cdl-note
           end-if.
           perform 400-print-cost-line.

       320-print-one-team.

           move spaces to cost-detail-line.
           move ws-team-code(ws-team-idx) to cdl-key.
           move ws-team-supervisor(ws-team-idx) to cdl-name.
           move ws-team-intervals(ws-team-idx) to ws-line-intervals.
           move ws-team-cost(ws-team-idx) to ws-line-cost.
           move ws-team-calls(ws-team-idx) to ws-line-calls.
           move ws-team-talk(ws-team-idx) to ws-line-talk.
           move ws-team-answin(ws-team-idx) to ws-line-answin.
           perform 400-print-cost-line.

       330-print-one-supervisor.

           move spaces to cost-detail-line.
           move ws-sup-name(ws-sup-idx) to cdl-name.
           move ws-sup-intervals(ws-sup-idx) to ws-line-intervals.
           move ws-sup-cost(ws-sup-idx) to ws-line-cost.
           move ws-sup-calls(ws-sup-idx) to ws-line-calls.
           move ws-sup-talk(ws-sup-idx) to ws-line-talk.
           move ws-sup-answin(ws-sup-idx) to ws-line-answin.
           perform 400-print-cost-line.

       340-print-total.

           move spaces to cost-detail-line.
           move 'all' to cdl-key.
           move ws-total-intervals to ws-line-intervals.
           move ws-total-cost to ws-line-cost.
           move ws-total-calls to ws-line-calls.
           move ws-total-talk to ws-line-talk.
           move ws-total-answin to ws-line-answin.
           write print-line from spaces after advancing 1 line.
           perform 400-print-cost-line.

       400-print-cost-line.

      *    a rate with nothing under it prints blank rather than
      *    dividing by zero
           if ws-month-profiled
               move ws-line-intervals to cdl-intervals
           else
               move spaces to cdl-intervals-x
           end-if.
           move ws-line-cost to cdl-cost.
           move ws-line-calls to cdl-calls.
           compute cdl-talk-hours rounded = ws-line-talk / 3600.
           move ws-line-answin to cdl-answin.

           if ws-line-calls > 0
               compute cdl-per-call rounded =
                   ws-line-cost / ws-line-calls
           else
               move spaces to cdl-per-call-x
           end-if.
           if ws-line-talk > 0
               compute cdl-per-hour rounded =
                   ws-line-cost * 3600 / ws-line-talk
           else
               move spaces to cdl-per-hour-x
           end-if.
           if ws-line-answin > 0
               compute cdl-per-answin rounded =
                   ws-line-cost / ws-line-answin
           else
               move spaces to cdl-per-answin-x
           end-if.

           write print-line from cost-detail-line
               after advancing 1 line.
           add 1 to ws-lines-written.

       500-print-exceptions.

      *    both directions of the roster / master join - operators
      *    rostered for the month with no employee record, and
      *    active employees of the call-centre cost centers who are
      *    not on the roster
           move 'exceptions' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.

           perform 510-check-one-roster-entry
               varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count.

           perform 530-check-one-employee
               varying ws-mast-idx from 1 by 1
               until ws-mast-idx > ws-mast-count.

           if ws-exception-count = 0
               move spaces to exception-line
               move 'none' to exl-reason
               write print-line from exception-line
                   after advancing 1 line
           end-if.

       510-check-one-roster-entry.

           if ws-ros-active(ws-roster-idx) = 'Y'
               and ws-ros-start(ws-roster-idx) <= ws-month-last
               and (ws-ros-end(ws-roster-idx) = 0
                   or ws-ros-end(ws-roster-idx) >= ws-month-first)
               move 'N' to ws-found-sw
               perform 515-find-master-for-roster
                   varying ws-mast-idx from 1 by 1
                   until ws-mast-idx > ws-mast-count
                       or ws-found
               if not ws-found
                   move spaces to exception-line
                   move ws-ros-number(ws-roster-idx) to exl-number
                   move ws-ros-name(ws-roster-idx) to exl-name
                   move 'rostered - no employee master record'
                       to exl-reason
                   write print-line from exception-line
                       after advancing 1 line
                   add 1 to ws-exception-count
               end-if
           end-if.

       515-find-master-for-roster.

           if ws-mst-number(ws-mast-idx) = ws-ros-number(ws-roster-idx)
               set ws-found to true
               move ws-mast-idx to ws-mast-match-idx
               perform 520-note-call-centre-cc
           end-if.

       520-note-call-centre-cc.

           move 'N' to ws-found-sw.
           perform 525-check-one-ccc
               varying ws-ccc-idx from 1 by 1
               until ws-ccc-idx > ws-ccc-count.
           if not ws-found and ws-ccc-count < 20
               add 1 to ws-ccc-count
               move ws-mst-cost-center(ws-mast-match-idx)
                   to ws-ccc-code(ws-ccc-count)
           end-if.
           set ws-found to true.

       525-check-one-ccc.

           if ws-ccc-code(ws-ccc-idx)
                   = ws-mst-cost-center(ws-mast-match-idx)
               set ws-found to true
           end-if.

       530-check-one-employee.

           if ws-mst-status(ws-mast-idx) not = 'T'
               move 'N' to ws-found-sw
               perform 535-check-employee-cc
                   varying ws-ccc-idx from 1 by 1
                   until ws-ccc-idx > ws-ccc-count
               if ws-found
                   move 'N' to ws-found-sw
                   perform 540-find-roster-for-employee
                       varying ws-roster-idx from 1 by 1
                       until ws-roster-idx > ws-roster-count
                           or ws-found
                   if not ws-found
                       move spaces to exception-line
                       move ws-mst-number(ws-mast-idx) to exl-number
                       move ws-mst-name(ws-mast-idx) to exl-name
                       string 'on employee master in cc '
                               delimited by size
                           ws-mst-cost-center(ws-mast-idx)
                               delimited by size
                           ' - not rostered' delimited by size
                           into exl-reason
                       write print-line from exception-line
                           after advancing 1 line
                       add 1 to ws-exception-count
                   end-if
               end-if
           end-if.

       535-check-employee-cc.

           if ws-ccc-code(ws-ccc-idx)
                   = ws-mst-cost-center(ws-mast-idx)
               set ws-found to true
           end-if.

       540-find-roster-for-employee.

           if ws-ros-number(ws-roster-idx) = ws-mst-number(ws-mast-idx)
               set ws-found to true
           end-if.

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

       end program Lab9CallCost.
