       identification division.
       program-id. Lab8EmpEvents.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    employee events from hr - 'H' hire, 'T' termination, 'X'
      *    cost-center transfer, 'P' promotion (education, grade or
      *    salary change). consumed - an event dated after the
      *    business date is written back to wait for its day.
           select emp-event-file
           assign to "../../../data/lab8EmpEvents.dat"
           organization is line sequential
           file status is ws-empevent-status.

      *    employee master - the same file the raise run rewrites.
      *    a leaver stays on it with a terminated status.
           select employee-master-file
           assign to "../../../data/lab8EmpMast.dat"
           organization is line sequential
           file status is ws-empmast-status.

      *    the salary-grade bands lab6 reports against and the cost
      *    centers the raise run budgets - an event naming a grade
      *    or center not on these is rejected. read only here.
           select grade-file
           assign to "../../../data/lab6Grades.dat"
           organization is line sequential
           file status is ws-grade-status.

           select budget-file
           assign to "../../../data/lab8Budgets.dat"
           organization is line sequential
           file status is ws-budget-status.

      *    every before and after image, kept run over run.
           select event-history-file
           assign to "../../../data/lab8EmpEventHist.dat"
           organization is line sequential
           file status is ws-evthist-status.

      *    the salary history the raise run also appends to - a
      *    hire, rehire or promotion that sets a salary lands here.
           select salary-history-file
           assign to "../../../data/lab8SalHist.dat"
           organization is line sequential
           file status is ws-salhist-status.

      *    the event listing hr signs.
           select report-file
           assign to "../../../data/lab8EmpEvents.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - an event with no effective date
      *    takes effect on the business date.
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

       fd  emp-event-file
           data record is emp-event-line.

      *    a blank field on a promotion leaves that field as it is
       01  emp-event-line.
           05 eve-event-type            pic x.
               88 eve-hire                   value "H".
               88 eve-terminate              value "T".
               88 eve-transfer               value "X".
               88 eve-promote                value "P".
           05 eve-employee-number       pic x(3).
           05 eve-effective-x           pic x(8).
           05 eve-effective redefines eve-effective-x
                                        pic 9(8).
           05 eve-name                  pic x(15).
           05 eve-years-x               pic xx.
           05 eve-years redefines eve-years-x
                                        pic 99.
           05 eve-education-code        pic x.
           05 eve-cost-center           pic x(3).
           05 eve-grade                 pic x(2).
           05 eve-salary-x              pic x(7).
           05 eve-salary redefines eve-salary-x
                                        pic 9(5)v99.

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

       fd  grade-file
           data record is grade-line.

       01  grade-line.
           05 gl-education-code         pic x.
           05 gl-years-from             pic 99.
           05 gl-years-to               pic 99.
           05 gl-grade                  pic x(2).
           05 gl-min-salary             pic 9(5)v99.
           05 gl-max-salary             pic 9(5)v99.

       fd  budget-file
           data record is budget-line.

       01  budget-line.
           05 bgl-cost-center           pic x(3).
           05 bgl-allowed               pic 9(6)v99.

       fd  event-history-file
           data record is event-history-line.

       01  event-history-line.
           05 ehl-run-date              pic 9(8).
           05 ehl-event-type            pic x.
           05 ehl-effective-date        pic 9(8).
      *    'B' the employee as they stood, 'A' as they now stand
           05 ehl-image-type            pic x.
           05 ehl-employee-number       pic x(3).
           05 ehl-name                  pic x(15).
           05 ehl-years-service         pic 99.
           05 ehl-education-code        pic x.
           05 ehl-cost-center           pic x(3).
           05 ehl-salary                pic 9(5)v99.
           05 ehl-status                pic x.
           05 ehl-grade                 pic x(2).

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

      *--------------Listing Lines---------------------------------
       01 ws-header.
           05 filler                    pic x(40)
               value "employee event run - business date      ".
           05 hdr-date                  pic 9(8).
           05 filler                    pic x(52) value spaces.

       01 ws-column-line.
           05 filler                    pic x(40)
               value "evt emp image  name            cc  ed gr".
           05 filler                    pic x(40)
               value "     salary st effective  result        ".
           05 filler                    pic x(20) value spaces.

       01 ws-detail-line.
           05 dl-event-type             pic x.
           05 filler                    pic x(3) value spaces.
           05 dl-employee-number        pic x(3).
           05 filler                    pic x value space.
           05 dl-image                  pic x(6).
           05 filler                    pic x value space.
           05 dl-name                   pic x(15).
           05 filler                    pic x value space.
           05 dl-cost-center            pic x(3).
           05 filler                    pic x value space.
           05 dl-education-code         pic x.
           05 filler                    pic x(2) value spaces.
           05 dl-grade                  pic x(2).
           05 filler                    pic x value space.
           05 dl-salary                 pic zzz,zz9.99.
           05 filler                    pic x value space.
           05 dl-status                 pic x.
           05 filler                    pic x value space.
           05 dl-effective              pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 dl-result                 pic x(30).
           05 filler                    pic x(5) value spaces.

       01 ws-count-line.
           05 cl-label                  pic x(30).
           05 cl-count                  pic zzzz9.
           05 filler                    pic x(65) value spaces.

       01 ws-signoff-line.
           05 filler                    pic x(40)
               value "reviewed by ____________________   date".
           05 filler                    pic x(20)
               value " __________".
           05 filler                    pic x(40) value spaces.

       01 ws-refused-line.
           05 filler                    pic x(40)
               value "run refused - nothing applied: ".
           05 rfl-reason                pic x(50).
           05 filler                    pic x(10) value spaces.

      *--------------Switches and Statuses-------------------------
       01 sw-empevent-eof               pic x value "n".
       01 sw-empmast-eof                pic x value "n".
       01 sw-grade-eof                  pic x value "n".
       01 sw-budget-eof                 pic x value "n".
       01 ws-empevent-status            pic xx.
       01 ws-empmast-status             pic xx.
       01 ws-grade-status               pic xx.
       01 ws-budget-status              pic xx.
       01 ws-evthist-status             pic xx.
       01 ws-salhist-status             pic xx.

      *    a master that did not load whole - too long for its table
      *    or a bad record - cannot be rewritten.  the run is
      *    refused, not allowed to truncate
       01 ws-overflow-sw                pic x value "N".
           88 ws-overflow                    value "Y".
       01 ws-event-ok-sw                pic x value "N".
           88 ws-event-ok                    value "Y".
       01 ws-any-applied-sw             pic x value "N".
           88 ws-any-applied                 value "Y".
       01 ws-salary-given-sw            pic x value "N".
           88 ws-salary-given                value "Y".

      *--------------Employee Master Table-------------------------
       01 ws-emp-table.
           05 ws-emp-entry occurs 500 times.
               10 ws-emp-number          pic x(3).
               10 ws-emp-name            pic x(15).
               10 ws-emp-years           pic 99.
               10 ws-emp-educ            pic x.
               10 ws-emp-cc              pic x(3).
               10 ws-emp-salary          pic 9(5)v99.
               10 ws-emp-eff-date        pic 9(8).
               10 ws-emp-status          pic x.
                   88 ws-emp-terminated       value "T".
               10 ws-emp-status-date     pic 9(8).
               10 ws-emp-grade           pic x(2).
       01 ws-emp-count                  pic 999 value 0.
       01 ws-emp-idx                    pic 999 value 0.
       01 ws-emp-match-idx              pic 999 value 0.

      *--------------Grade Bands and Cost Centers------------------
       01 ws-grade-table.
           05 ws-grade-entry occurs 20 times.
               10 ws-grd-education       pic x.
               10 ws-grd-years-from      pic 99.
               10 ws-grd-years-to        pic 99.
               10 ws-grd-grade           pic x(2).
               10 ws-grd-min             pic 9(5)v99.
               10 ws-grd-max             pic 9(5)v99.
       01 ws-grade-count                pic 99 value 0.
       01 ws-grade-idx                  pic 99 value 0.
       01 ws-grade-match-idx            pic 99 value 0.

       01 ws-cc-table.
           05 ws-cc-code                pic x(3) occurs 50 times.
       01 ws-cc-count                   pic 99 value 0.
       01 ws-cc-idx                     pic 99 value 0.
       01 ws-cc-found-sw                pic x value "N".
           88 ws-cc-found                    value "Y".

      *--------------Events Waiting For Their Date-----------------
       01 ws-pending-table.
           05 ws-pending-event          pic x(42) occurs 200 times.
       01 ws-pending-count              pic 999 value 0.
       01 ws-pending-idx                pic 999 value 0.

      *--------------Event Work Areas------------------------------
       01 ws-reject-reason              pic x(30) value spaces.
       01 ws-new-effective              pic 9(8) value 0.
       01 ws-old-salary                 pic 9(5)v99 value 0.

      *    the education, years, grade and salary an event would
      *    leave the employee with - checked against the bands
      *    before anything is applied
       01 ws-check-area.
           05 ws-chk-educ               pic x.
           05 ws-chk-years              pic 99.
           05 ws-chk-grade              pic x(2).
           05 ws-chk-salary             pic 9(5)v99.

       01 ws-image-area.
           05 ws-img-employee-number    pic x(3).
           05 ws-img-name               pic x(15).
           05 ws-img-years              pic 99.
           05 ws-img-educ               pic x.
           05 ws-img-cc                 pic x(3).
           05 ws-img-salary             pic 9(5)v99.
           05 ws-img-status             pic x.
           05 ws-img-grade              pic x(2).
       01 ws-img-type                   pic x value space.
       01 ws-img-label                  pic x(6) value spaces.

      *--------------Counts----------------------------------------
       01 ws-count-events               pic 9(5) value 0.
       01 ws-count-hired                pic 9(5) value 0.
       01 ws-count-terminated           pic 9(5) value 0.
       01 ws-count-transferred          pic 9(5) value 0.
       01 ws-count-promoted             pic 9(5) value 0.
       01 ws-count-pending              pic 9(5) value 0.
       01 ws-count-rejected             pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB8EVT".
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

           open input emp-event-file.
           if ws-empevent-status not = "00"
               display "no employee events on file - nothing to do"
               goback
           end-if.

           perform 050-read-employee-master.
           perform 052-read-grade-table.
           perform 054-read-cost-centers.

           open output report-file.
           move ws-business-date to hdr-date.
           write print-line from ws-header.
           move spaces to print-line.
           write print-line.

      *    with no bands or no centers to check against, every
      *    event would be rejected - better to leave them on file
           if ws-overflow
               or ws-grade-count = 0
               or ws-cc-count = 0
               if ws-overflow
                   move "employee master did not load whole"
                       to rfl-reason
               else
                   move "grade bands or cost centers not on file"
                       to rfl-reason
               end-if
               write print-line from ws-refused-line
               close report-file
               close emp-event-file
               display "employee events - " rfl-reason
                   " - run refused, events left on file"
               goback
           end-if.

           perform 960-check-batch-control.

           write print-line from ws-column-line.

           open extend event-history-file.
           if ws-evthist-status not = "00"
               and ws-evthist-status not = "05"
               open output event-history-file
           end-if.
           open extend salary-history-file.
           if ws-salhist-status not = "00"
               and ws-salhist-status not = "05"
               open output salary-history-file
           end-if.

           read emp-event-file
               at end move "y" to sw-empevent-eof
           end-read.
           if ws-empevent-status not = "00"
               move "y" to sw-empevent-eof
           end-if.
           perform 100-apply-one-event
               until sw-empevent-eof = "y".

           close event-history-file.
           close salary-history-file.
           close emp-event-file.

      *    the applied events are gone from the file so the next run
      *    does not apply them twice - only the future-dated remain
           perform 720-rewrite-pending-events.

           if ws-any-applied
               perform 700-rewrite-employee-master
           end-if.

           perform 800-write-run-counts.
           close report-file.

           move ws-count-events to ws-stats-read.
           compute ws-stats-written = ws-count-hired
               + ws-count-terminated + ws-count-transferred
               + ws-count-promoted.
           perform 958-write-run-stats.

           display "employee events: " ws-count-events
               " hired: " ws-count-hired
               " terminated: " ws-count-terminated
               " transferred: " ws-count-transferred
               " promoted: " ws-count-promoted
               " pending: " ws-count-pending
               " rejected: " ws-count-rejected.

           goback.

       050-read-employee-master.

           open input employee-master-file.
           if ws-empmast-status = "00"
               read employee-master-file
                   at end move "y" to sw-empmast-eof
               end-read
               if ws-empmast-status not = "00"
                   move "y" to sw-empmast-eof
                   if ws-empmast-status not = "10"
                       set ws-overflow to true
                   end-if
               end-if
               perform 051-load-one-employee
                   until sw-empmast-eof = "y"
                       or ws-emp-count = 500
               if sw-empmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close employee-master-file
           end-if.

       051-load-one-employee.

           add 1 to ws-emp-count.
           move em-employee-number to ws-emp-number(ws-emp-count).
           move em-name to ws-emp-name(ws-emp-count).
           move em-years-service to ws-emp-years(ws-emp-count).
           move em-education-code to ws-emp-educ(ws-emp-count).
           move em-cost-center to ws-emp-cc(ws-emp-count).
           move em-salary to ws-emp-salary(ws-emp-count).
           if em-effective-date is numeric
               move em-effective-date to ws-emp-eff-date(ws-emp-count)
           else
               move 0 to ws-emp-eff-date(ws-emp-count)
           end-if.
      *    records from before statuses were kept are active
           if em-status = "T"
               move "T" to ws-emp-status(ws-emp-count)
           else
               move "A" to ws-emp-status(ws-emp-count)
           end-if.
           if em-status-date is numeric
               move em-status-date
                   to ws-emp-status-date(ws-emp-count)
           else
               move 0 to ws-emp-status-date(ws-emp-count)
           end-if.
           move em-grade to ws-emp-grade(ws-emp-count).

           read employee-master-file
               at end move "y" to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move "y" to sw-empmast-eof
               if ws-empmast-status not = "10"
                   set ws-overflow to true
               end-if
           end-if.

       052-read-grade-table.

           open input grade-file.
           if ws-grade-status = "00"
               read grade-file
                   at end move "y" to sw-grade-eof
               end-read
               if ws-grade-status not = "00"
                   move "y" to sw-grade-eof
               end-if
               perform 053-load-one-grade
                   until sw-grade-eof = "y"
                       or ws-grade-count = 20
               close grade-file
           end-if.

       053-load-one-grade.

           add 1 to ws-grade-count.
           move gl-education-code
               to ws-grd-education(ws-grade-count).
           move gl-years-from to ws-grd-years-from(ws-grade-count).
           move gl-years-to to ws-grd-years-to(ws-grade-count).
           move gl-grade to ws-grd-grade(ws-grade-count).
           move gl-min-salary to ws-grd-min(ws-grade-count).
           move gl-max-salary to ws-grd-max(ws-grade-count).

           read grade-file
               at end move "y" to sw-grade-eof
           end-read.
           if ws-grade-status not = "00"
               move "y" to sw-grade-eof
           end-if.

       054-read-cost-centers.

           open input budget-file.
           if ws-budget-status = "00"
               read budget-file
                   at end move "y" to sw-budget-eof
               end-read
               if ws-budget-status not = "00"
                   move "y" to sw-budget-eof
               end-if
               perform 055-load-one-cost-center
                   until sw-budget-eof = "y"
                       or ws-cc-count = 50
               close budget-file
           end-if.

       055-load-one-cost-center.

           add 1 to ws-cc-count.
           move bgl-cost-center to ws-cc-code(ws-cc-count).

           read budget-file
               at end move "y" to sw-budget-eof
           end-read.
           if ws-budget-status not = "00"
               move "y" to sw-budget-eof
           end-if.

       100-apply-one-event.

           add 1 to ws-count-events.
           set ws-event-ok to true.
           move spaces to ws-reject-reason.

           move 0 to ws-emp-match-idx.
           perform 105-check-employee-entry
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.

      *    an event with no effective date takes effect today
           if eve-effective-x = spaces
               move ws-business-date to ws-new-effective
           else
               if eve-effective is numeric
                   move eve-effective to ws-new-effective
               else
                   move 0 to ws-new-effective
               end-if
           end-if.

           move "N" to ws-salary-given-sw.
           if eve-salary-x not = spaces
               set ws-salary-given to true
           end-if.

           if ws-new-effective = 0
               move "N" to ws-event-ok-sw
               move "effective date not numeric" to ws-reject-reason
           else
               if ws-new-effective > ws-business-date
                   perform 600-hold-pending-event
               else
                   if eve-hire
                       perform 200-validate-hire
                       if ws-event-ok
                           perform 210-apply-hire
                       end-if
                   else
                       if eve-terminate
                           perform 300-validate-termination
                           if ws-event-ok
                               perform 310-apply-termination
                           end-if
                       else
                           if eve-transfer
                               perform 400-validate-transfer
                               if ws-event-ok
                                   perform 410-apply-transfer
                               end-if
                           else
                               if eve-promote
                                   perform 500-validate-promotion
                                   if ws-event-ok
                                       perform 510-apply-promotion
                                   end-if
                               else
                                   move "N" to ws-event-ok-sw
                                   move "unknown event type"
                                       to ws-reject-reason
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

           if not ws-event-ok
               perform 650-reject-event
           end-if.

           read emp-event-file
               at end move "y" to sw-empevent-eof
           end-read.
           if ws-empevent-status not = "00"
               move "y" to sw-empevent-eof
           end-if.

       105-check-employee-entry.

           if ws-emp-number(ws-emp-idx) = eve-employee-number
               move ws-emp-idx to ws-emp-match-idx
           end-if.

       110-check-grade-band.

      *    a grade named on the event must be one of the bands for
      *    the education code, preferring the band that covers the
      *    years; with no grade named, the band covering education
      *    and years decides it, the way lab6 grades the report.
      *    the salary must then sit inside the band
           move 0 to ws-grade-match-idx.
           perform 115-check-one-grade
               varying ws-grade-idx from 1 by 1
               until ws-grade-idx > ws-grade-count.

           if ws-grade-match-idx = 0
               move "N" to ws-event-ok-sw
               if ws-chk-grade = spaces
                   move "no grade band for educ/years"
                       to ws-reject-reason
               else
                   move "grade not valid for education"
                       to ws-reject-reason
               end-if
           else
               move ws-grd-grade(ws-grade-match-idx) to ws-chk-grade
               if ws-chk-salary < ws-grd-min(ws-grade-match-idx)
                   or ws-chk-salary > ws-grd-max(ws-grade-match-idx)
                   move "N" to ws-event-ok-sw
                   move "salary outside grade band"
                       to ws-reject-reason
               end-if
           end-if.

       115-check-one-grade.

           if ws-grd-education(ws-grade-idx) = ws-chk-educ
               if ws-chk-grade = spaces
                   if ws-chk-years
                           not < ws-grd-years-from(ws-grade-idx)
                       and ws-chk-years
                           not > ws-grd-years-to(ws-grade-idx)
                       move ws-grade-idx to ws-grade-match-idx
                   end-if
               else
                   if ws-grd-grade(ws-grade-idx) = ws-chk-grade
                       if ws-grade-match-idx = 0
                           or (ws-chk-years
                               not < ws-grd-years-from(ws-grade-idx)
                           and ws-chk-years
                               not > ws-grd-years-to(ws-grade-idx))
                           move ws-grade-idx to ws-grade-match-idx
                       end-if
                   end-if
               end-if
           end-if.

       120-check-cost-center.

           move "N" to ws-cc-found-sw.
           perform 125-check-one-cost-center
               varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count.

           if not ws-cc-found
               move "N" to ws-event-ok-sw
               move "cost center not on budgets" to ws-reject-reason
           end-if.

       125-check-one-cost-center.

           if ws-cc-code(ws-cc-idx) = eve-cost-center
               set ws-cc-found to true
           end-if.

       150-take-after-image.

           perform 157-fill-image.
           move "A" to ws-img-type.
           move "after" to ws-img-label.

       155-take-before-image.

           perform 157-fill-image.
           move "B" to ws-img-type.
           move "before" to ws-img-label.

       157-fill-image.

           move ws-emp-number(ws-emp-match-idx)
               to ws-img-employee-number.
           move ws-emp-name(ws-emp-match-idx) to ws-img-name.
           move ws-emp-years(ws-emp-match-idx) to ws-img-years.
           move ws-emp-educ(ws-emp-match-idx) to ws-img-educ.
           move ws-emp-cc(ws-emp-match-idx) to ws-img-cc.
           move ws-emp-salary(ws-emp-match-idx) to ws-img-salary.
           move ws-emp-status(ws-emp-match-idx) to ws-img-status.
           move ws-emp-grade(ws-emp-match-idx) to ws-img-grade.

       160-log-and-list-image.

           move ws-business-date to ehl-run-date.
           move eve-event-type to ehl-event-type.
           move ws-new-effective to ehl-effective-date.
           move ws-img-type to ehl-image-type.
           move ws-img-employee-number to ehl-employee-number.
           move ws-img-name to ehl-name.
           move ws-img-years to ehl-years-service.
           move ws-img-educ to ehl-education-code.
           move ws-img-cc to ehl-cost-center.
           move ws-img-salary to ehl-salary.
           move ws-img-status to ehl-status.
           move ws-img-grade to ehl-grade.
           write event-history-line.

           move eve-event-type to dl-event-type.
           move ws-img-employee-number to dl-employee-number.
           move ws-img-label to dl-image.
           move ws-img-name to dl-name.
           move ws-img-cc to dl-cost-center.
           move ws-img-educ to dl-education-code.
           move ws-img-grade to dl-grade.
           move ws-img-salary to dl-salary.
           move ws-img-status to dl-status.
           move ws-new-effective to dl-effective.
           write print-line from ws-detail-line.
           move spaces to dl-result.

       170-log-salary-change.

      *    the source byte is the event type - 'H' or 'P'
           move spaces to salary-history-line.
           move ws-emp-number(ws-emp-match-idx) to shl-employee-number.
           move ws-new-effective to shl-effective-date.
           move eve-event-type to shl-source.
           move ws-old-salary to shl-old-salary.
           move ws-emp-salary(ws-emp-match-idx) to shl-new-salary.
           move 0 to shl-back-pay.
           move ws-business-date to shl-run-date.
           write salary-history-line.

       200-validate-hire.

      *    a leaver coming back is rehired on their old number
           if eve-employee-number = spaces
               move "N" to ws-event-ok-sw
               move "no employee number" to ws-reject-reason
           else
           if ws-emp-match-idx > 0
               and not ws-emp-terminated(ws-emp-match-idx)
               move "N" to ws-event-ok-sw
               move "employee already on master" to ws-reject-reason
           else
           if ws-emp-match-idx = 0 and ws-emp-count = 500
               move "N" to ws-event-ok-sw
               move "employee master full" to ws-reject-reason
           else
           if eve-name = spaces
               move "N" to ws-event-ok-sw
               move "new hire needs a name" to ws-reject-reason
           else
           if eve-years-x not = spaces
               and eve-years is not numeric
               move "N" to ws-event-ok-sw
               move "years of service not numeric"
                   to ws-reject-reason
           else
           if not ws-salary-given
               or eve-salary is not numeric
               or eve-salary = 0
               move "N" to ws-event-ok-sw
               move "new hire needs a salary" to ws-reject-reason
           else
               perform 120-check-cost-center
               if ws-event-ok
                   move eve-education-code to ws-chk-educ
                   if eve-years-x = spaces
                       move 0 to ws-chk-years
                   else
                       move eve-years to ws-chk-years
                   end-if
                   move eve-grade to ws-chk-grade
                   move eve-salary to ws-chk-salary
                   perform 110-check-grade-band
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       210-apply-hire.

      *    a new hire starts from nothing, a rehire from the salary
      *    they left on
           move 0 to ws-old-salary.
           if ws-emp-match-idx = 0
               add 1 to ws-emp-count
               move ws-emp-count to ws-emp-match-idx
               move eve-employee-number
                   to ws-emp-number(ws-emp-match-idx)
           else
               move ws-emp-salary(ws-emp-match-idx) to ws-old-salary
               perform 155-take-before-image
               perform 160-log-and-list-image
           end-if.

           move eve-name to ws-emp-name(ws-emp-match-idx).
           move ws-chk-years to ws-emp-years(ws-emp-match-idx).
           move ws-chk-educ to ws-emp-educ(ws-emp-match-idx).
           move eve-cost-center to ws-emp-cc(ws-emp-match-idx).
           move ws-chk-salary to ws-emp-salary(ws-emp-match-idx).
           move ws-new-effective to ws-emp-eff-date(ws-emp-match-idx).
           move "A" to ws-emp-status(ws-emp-match-idx).
           move ws-new-effective
               to ws-emp-status-date(ws-emp-match-idx).
           move ws-chk-grade to ws-emp-grade(ws-emp-match-idx).
           perform 170-log-salary-change.

           perform 150-take-after-image.
           move "hired" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-hired.
           set ws-any-applied to true.

       300-validate-termination.

           if ws-emp-match-idx = 0
               move "N" to ws-event-ok-sw
               move "employee not on master" to ws-reject-reason
           else
               if ws-emp-terminated(ws-emp-match-idx)
                   move "N" to ws-event-ok-sw
                   move "employee already terminated"
                       to ws-reject-reason
               end-if
           end-if.

       310-apply-termination.

      *    the leaver keeps their record, history and number - only
      *    the status says they are gone
           perform 155-take-before-image.
           perform 160-log-and-list-image.

           move "T" to ws-emp-status(ws-emp-match-idx).
           move ws-new-effective
               to ws-emp-status-date(ws-emp-match-idx).

           perform 150-take-after-image.
           move "terminated" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-terminated.
           set ws-any-applied to true.

       400-validate-transfer.

           if ws-emp-match-idx = 0
               move "N" to ws-event-ok-sw
               move "employee not on master" to ws-reject-reason
           else
               if ws-emp-terminated(ws-emp-match-idx)
                   move "N" to ws-event-ok-sw
                   move "employee is terminated" to ws-reject-reason
               else
                   if eve-cost-center = spaces
                       or eve-cost-center
                           = ws-emp-cc(ws-emp-match-idx)
                       move "N" to ws-event-ok-sw
                       move "no new cost center" to ws-reject-reason
                   else
                       perform 120-check-cost-center
                   end-if
               end-if
           end-if.

       410-apply-transfer.

           perform 155-take-before-image.
           perform 160-log-and-list-image.

           move eve-cost-center to ws-emp-cc(ws-emp-match-idx).

           perform 150-take-after-image.
           move "transferred" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-transferred.
           set ws-any-applied to true.

       500-validate-promotion.

           if ws-emp-match-idx = 0
               move "N" to ws-event-ok-sw
               move "employee not on master" to ws-reject-reason
           else
           if ws-emp-terminated(ws-emp-match-idx)
               move "N" to ws-event-ok-sw
               move "employee is terminated" to ws-reject-reason
           else
           if eve-education-code = space
               and eve-grade = spaces
               and not ws-salary-given
               move "N" to ws-event-ok-sw
               move "nothing to change" to ws-reject-reason
           else
           if ws-salary-given
               and (eve-salary is not numeric or eve-salary = 0)
               move "N" to ws-event-ok-sw
               move "salary not numeric or zero" to ws-reject-reason
           else
               perform 505-build-promotion-check
               perform 110-check-grade-band
           end-if
           end-if
           end-if
           end-if.

       505-build-promotion-check.

      *    a new education with no grade named is re-banded on the
      *    years; otherwise the grade held stays unless one is named
           move ws-emp-years(ws-emp-match-idx) to ws-chk-years.
           if eve-education-code = space
               move ws-emp-educ(ws-emp-match-idx) to ws-chk-educ
               move ws-emp-grade(ws-emp-match-idx) to ws-chk-grade
           else
               move eve-education-code to ws-chk-educ
               move spaces to ws-chk-grade
           end-if.
           if eve-grade not = spaces
               move eve-grade to ws-chk-grade
           end-if.
           if ws-salary-given
               move eve-salary to ws-chk-salary
           else
               move ws-emp-salary(ws-emp-match-idx) to ws-chk-salary
           end-if.

       510-apply-promotion.

           perform 155-take-before-image.
           perform 160-log-and-list-image.

           move ws-chk-educ to ws-emp-educ(ws-emp-match-idx).
           move ws-chk-grade to ws-emp-grade(ws-emp-match-idx).
           move ws-emp-salary(ws-emp-match-idx) to ws-old-salary.
           if ws-salary-given
               move ws-chk-salary to ws-emp-salary(ws-emp-match-idx)
               move ws-new-effective
                   to ws-emp-eff-date(ws-emp-match-idx)
               if ws-chk-salary not = ws-old-salary
                   perform 170-log-salary-change
               end-if
           end-if.

           perform 150-take-after-image.
           move "promoted" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-promoted.
           set ws-any-applied to true.

       600-hold-pending-event.

      *    validated on the day it takes effect, against the master
      *    as it stands then
           if ws-pending-count = 200
               move "N" to ws-event-ok-sw
               move "pending event table full" to ws-reject-reason
           else
               add 1 to ws-pending-count
               move emp-event-line to ws-pending-event(ws-pending-count)
               add 1 to ws-count-pending
               move spaces to ws-detail-line
               move eve-event-type to dl-event-type
               move eve-employee-number to dl-employee-number
               move "held" to dl-image
               move eve-name to dl-name
               move eve-cost-center to dl-cost-center
               move eve-education-code to dl-education-code
               move eve-grade to dl-grade
               move 0 to dl-salary
               move ws-new-effective to dl-effective
               move "pending until effective" to dl-result
               write print-line from ws-detail-line
               move spaces to dl-result
           end-if.

       650-reject-event.

           add 1 to ws-count-rejected.
           move spaces to ws-detail-line.
           move eve-event-type to dl-event-type.
           move eve-employee-number to dl-employee-number.
           move "reject" to dl-image.
           move eve-name to dl-name.
           move 0 to dl-salary.
           move ws-new-effective to dl-effective.
           move ws-reject-reason to dl-result.
           write print-line from ws-detail-line.
           move spaces to dl-result.

           move eve-event-type to ws-except-key.
           move eve-employee-number to ws-except-key(3:3).
           move ws-reject-reason to ws-except-reason.
           perform 955-write-exception.

       700-rewrite-employee-master.

           open output employee-master-file.
           perform 705-write-one-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.
           close employee-master-file.

       705-write-one-employee.

           move ws-emp-number(ws-emp-idx) to em-employee-number.
           move ws-emp-name(ws-emp-idx) to em-name.
           move ws-emp-years(ws-emp-idx) to em-years-service.
           move ws-emp-educ(ws-emp-idx) to em-education-code.
           move ws-emp-cc(ws-emp-idx) to em-cost-center.
           move ws-emp-salary(ws-emp-idx) to em-salary.
           move ws-emp-eff-date(ws-emp-idx) to em-effective-date.
           move ws-emp-status(ws-emp-idx) to em-status.
           move ws-emp-status-date(ws-emp-idx) to em-status-date.
           move ws-emp-grade(ws-emp-idx) to em-grade.
           write employee-master-line.

       720-rewrite-pending-events.

           open output emp-event-file.
           perform 725-write-one-pending
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count.
           close emp-event-file.

       725-write-one-pending.

           move ws-pending-event(ws-pending-idx) to emp-event-line.
           write emp-event-line.

       800-write-run-counts.

           move spaces to print-line.
           write print-line.

           move "events read" to cl-label.
           move ws-count-events to cl-count.
           write print-line from ws-count-line.

           move "employees hired" to cl-label.
           move ws-count-hired to cl-count.
           write print-line from ws-count-line.

           move "employees terminated" to cl-label.
           move ws-count-terminated to cl-count.
           write print-line from ws-count-line.

           move "employees transferred" to cl-label.
           move ws-count-transferred to cl-count.
           write print-line from ws-count-line.

           move "employees promoted" to cl-label.
           move ws-count-promoted to cl-count.
           write print-line from ws-count-line.

           move "events pending" to cl-label.
           move ws-count-pending to cl-count.
           write print-line from ws-count-line.

           move "events rejected" to cl-label.
           move ws-count-rejected to cl-count.
           write print-line from ws-count-line.

           move spaces to print-line.
           write print-line.
           write print-line.
           write print-line from ws-signoff-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates events against the raw calendar date.
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

       end program Lab8EmpEvents.
