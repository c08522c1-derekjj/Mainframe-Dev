       identification division.
       program-id. Lab8Headcount.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    employee master - where everyone stands today, leavers
      *    included with a terminated status.
           select employee-master-file
           assign to "../../../data/lab8EmpMast.dat"
           organization is line sequential
           file status is ws-empmast-status.

      *    the before and after images the event run keeps - hires,
      *    terminations and transfers are counted from here, and an
      *    employee's standing on an earlier date is the before
      *    image of the first event after it.  read only here.
           select event-history-file
           assign to "../../../data/lab8EmpEventHist.dat"
           organization is line sequential
           file status is ws-evthist-status.

      *    optional report month as yyyymm - without it the report
      *    is for the month of the business date.
           select headcount-parm-file
           assign to "../../../data/lab8HcParm.dat"
           organization is line sequential
           file status is ws-hcparm-status.

           select report-file
           assign to "../../../data/lab8Headcount.out"
           organization is line sequential.

      *    the same figures comma-delimited for the finance planning
      *    spreadsheet.
           select csv-file
           assign to "../../../data/lab8Headcount.csv"
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

       fd  headcount-parm-file
           data record is headcount-parm-line.

       01  headcount-parm-line.
           05 hpl-month                 pic 9(6).

       fd  report-file
           data record is print-line.

       01  print-line                   pic x(110).

       fd  csv-file
           data record is csv-line.

       01  csv-line                     pic x(150).

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
       01 ws-header.
           05 filler                    pic x(40)
               value "headcount and turnover by cost center - ".
           05 filler                    pic x(6) value "month ".
           05 hdr-month                 pic 9(6).
           05 filler                    pic x(58) value spaces.

       01 ws-band-line.
           05 filler                    pic x(40)
               value "     --------------- month -------------".
           05 filler                    pic x(40)
               value "-------    ------------- year to date --".
           05 filler                    pic x(30)
               value "-------------".

       01 ws-column-line.
           05 filler                    pic x(40)
               value "cc    open  hire  term    in   out close".
           05 filler                    pic x(40)
               value "  turn%     open  hire  term    in   out".
           05 filler                    pic x(30)
               value " close  turn% avg yrs".

       01 ws-detail-line.
           05 dtl-cost-center           pic x(3).
           05 filler                    pic x(2) value spaces.
           05 dtl-m-open                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-hire                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-term                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-in                  pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-out                 pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-close               pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-m-turn                pic zzz9.9.
           05 filler                    pic x(4) value spaces.
           05 dtl-y-open                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-hire                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-term                pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-in                  pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-out                 pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-close               pic zzzz9.
           05 filler                    pic x value space.
           05 dtl-y-turn                pic zzz9.9.
           05 filler                    pic x(3) value spaces.
           05 dtl-avg-years             pic z9.9.
           05 filler                    pic x(10) value spaces.

       01 ws-refused-line.
           05 filler                    pic x(40)
               value "run refused - no report: ".
           05 rfl-reason                pic x(50).
           05 filler                    pic x(20) value spaces.

      *--------------CSV Extract-----------------------------------
       01 csv-heading-line.
           05 filler                    pic x(50) value
              "cost center,month,open,hires,terminations,transfer".
           05 filler                    pic x(50) value
              "s in,transfers out,close,turnover,ytd open,ytd hir".
           05 filler                    pic x(48) value
              "es,ytd terms,ytd in,ytd out,ytd turnover,avg yrs".

       01 csv-detail-line.
           05 csv-cost-center           pic x(3).
           05 filler                    pic x value ",".
           05 csv-month                 pic 9(6).
           05 filler                    pic x value ",".
           05 csv-m-open                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-hire                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-term                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-in                  pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-out                 pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-close               pic 9(5).
           05 filler                    pic x value ",".
           05 csv-m-turn                pic 9(4).9.
           05 filler                    pic x value ",".
           05 csv-y-open                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-y-hire                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-y-term                pic 9(5).
           05 filler                    pic x value ",".
           05 csv-y-in                  pic 9(5).
           05 filler                    pic x value ",".
           05 csv-y-out                 pic 9(5).
           05 filler                    pic x value ",".
           05 csv-y-turn                pic 9(4).9.
           05 filler                    pic x value ",".
           05 csv-avg-years             pic 99.9.

      *--------------Switches and Statuses-------------------------
       01 sw-empmast-eof                pic x value "n".
       01 sw-evthist-eof                pic x value "n".
       01 ws-empmast-status             pic xx.
       01 ws-evthist-status             pic xx.
       01 ws-hcparm-status              pic xx.

      *    a master or history too long for its table would count
      *    people wrong - the run is refused
       01 ws-overflow-sw                pic x value "N".
           88 ws-overflow                    value "Y".
       01 ws-pick-found-sw              pic x value "N".
           88 ws-pick-found                  value "Y".
       01 ws-cc-found-sw                pic x value "N".
           88 ws-cc-found                    value "Y".
       01 ws-st-active-sw               pic x value "N".
           88 ws-st-active                   value "Y".

      *--------------Employee Master Table-------------------------
       01 ws-emp-table.
           05 ws-emp-entry occurs 500 times.
               10 ws-emp-number          pic x(3).
               10 ws-emp-years           pic 99.
               10 ws-emp-cc              pic x(3).
               10 ws-emp-status          pic x.
       01 ws-emp-count                  pic 999 value 0.
       01 ws-emp-idx                    pic 999 value 0.

      *--------------Event History Table---------------------------
      *    in the order it was written - an event's before image
      *    always sits ahead of its after image
       01 ws-hist-table.
           05 ws-hist-entry occurs 2000 times.
               10 ws-hst-type            pic x.
               10 ws-hst-effective       pic 9(8).
               10 ws-hst-image           pic x.
               10 ws-hst-number          pic x(3).
               10 ws-hst-years           pic 99.
               10 ws-hst-cc              pic x(3).
               10 ws-hst-status          pic x.
       01 ws-hist-count                 pic 9(4) value 0.
       01 ws-hist-idx                   pic 9(4) value 0.
       01 ws-hist-pick-idx              pic 9(4) value 0.

      *--------------Cost Center Table-----------------------------
       01 ws-cc-table.
           05 ws-cc-entry occurs 50 times.
               10 ws-cc-code             pic x(3).
               10 ws-cc-m-open           pic 9(5).
               10 ws-cc-m-hire           pic 9(5).
               10 ws-cc-m-term           pic 9(5).
               10 ws-cc-m-in             pic 9(5).
               10 ws-cc-m-out            pic 9(5).
               10 ws-cc-close            pic 9(5).
               10 ws-cc-y-open           pic 9(5).
               10 ws-cc-y-hire           pic 9(5).
               10 ws-cc-y-term           pic 9(5).
               10 ws-cc-y-in             pic 9(5).
               10 ws-cc-y-out            pic 9(5).
               10 ws-cc-years            pic 9(6).
               10 ws-cc-done-sw          pic x.
       01 ws-cc-count                   pic 99 value 0.
       01 ws-cc-idx                     pic 99 value 0.
       01 ws-cc-match-idx               pic 99 value 0.
       01 ws-cc-pick-idx                pic 99 value 0.
       01 ws-cc-lookup                  pic x(3) value spaces.

       01 ws-total-entry.
           05 ws-tot-m-open             pic 9(5) value 0.
           05 ws-tot-m-hire             pic 9(5) value 0.
           05 ws-tot-m-term             pic 9(5) value 0.
           05 ws-tot-m-in               pic 9(5) value 0.
           05 ws-tot-m-out              pic 9(5) value 0.
           05 ws-tot-close              pic 9(5) value 0.
           05 ws-tot-y-open             pic 9(5) value 0.
           05 ws-tot-y-hire             pic 9(5) value 0.
           05 ws-tot-y-term             pic 9(5) value 0.
           05 ws-tot-y-in               pic 9(5) value 0.
           05 ws-tot-y-out              pic 9(5) value 0.
           05 ws-tot-years              pic 9(6) value 0.

      *--------------Period Work Areas-----------------------------
       01 ws-report-month               pic 9(6) value 0.
       01 ws-report-month-parts redefines ws-report-month.
           05 ws-rpt-yyyy               pic 9(4).
           05 ws-rpt-mm                 pic 99.
       01 ws-date-parts.
           05 ws-dtp-yyyy               pic 9(4).
           05 ws-dtp-mm                 pic 99.
           05 ws-dtp-dd                 pic 99.
       01 ws-date-work redefines ws-date-parts
                                        pic 9(8).
       01 ws-year-start                 pic 9(8) value 0.
       01 ws-month-start                pic 9(8) value 0.
       01 ws-next-month-start           pic 9(8) value 0.

      *    the employee's standing just before the cutoff date
       01 ws-cutoff                     pic 9(8) value 0.
       01 ws-pick-effective             pic 9(8) value 0.
       01 ws-st-cc                      pic x(3) value spaces.
       01 ws-st-years                   pic 99 value 0.

      *    the figures for one printed line, cost center or total
       01 ws-line-figures.
           05 ws-lf-m-open              pic 9(5).
           05 ws-lf-m-hire              pic 9(5).
           05 ws-lf-m-term              pic 9(5).
           05 ws-lf-m-in                pic 9(5).
           05 ws-lf-m-out               pic 9(5).
           05 ws-lf-close               pic 9(5).
           05 ws-lf-y-open              pic 9(5).
           05 ws-lf-y-hire              pic 9(5).
           05 ws-lf-y-term              pic 9(5).
           05 ws-lf-y-in                pic 9(5).
           05 ws-lf-y-out               pic 9(5).
           05 ws-lf-years               pic 9(6).
       01 ws-lf-cost-center             pic x(3) value spaces.
       01 ws-average-heads              pic 9(5)v9 value 0.
       01 ws-m-turnover                 pic 9(4)v9 value 0.
       01 ws-y-turnover                 pic 9(4)v9 value 0.
       01 ws-avg-years                  pic 99v9 value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB8HC".
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

           perform 040-read-report-month.
           perform 050-read-employee-master.
           perform 060-read-event-history.

           open output report-file.
           move ws-report-month to hdr-month.
           write print-line from ws-header.
           move spaces to print-line.
           write print-line.

           if ws-overflow
               or ws-emp-count = 0
               if ws-overflow
                   move "master or event history did not load whole"
                       to rfl-reason
               else
                   move "employee master not on file" to rfl-reason
               end-if
               write print-line from ws-refused-line
               close report-file
               display "headcount report - " rfl-reason
                   " - run refused"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 100-place-one-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.

           perform 200-count-one-event
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.

           open output csv-file.
           write csv-line from csv-heading-line.

           write print-line from ws-band-line.
           write print-line from ws-column-line.
           move spaces to print-line.
           write print-line.

           move "Y" to ws-pick-found-sw.
           perform 300-print-next-cost-center
               until not ws-pick-found.

           perform 330-print-totals.

           close report-file.
           close csv-file.

           move ws-emp-count to ws-stats-read.
           add ws-hist-count to ws-stats-read.
           compute ws-stats-written = ws-cc-count + 1.
           perform 958-write-run-stats.

           display "headcount for " ws-report-month
               ": cost centers " ws-cc-count
               " closing headcount " ws-tot-close.

           goback.

       040-read-report-month.

           move ws-business-date(1:6) to ws-report-month.

           open input headcount-parm-file.
           if ws-hcparm-status = "00"
               read headcount-parm-file
                   at end continue
               end-read
               if ws-hcparm-status = "00"
                   and hpl-month is numeric
                   and hpl-month(5:2) > "00"
                   and hpl-month(5:2) < "13"
                   move hpl-month to ws-report-month
               end-if
               close headcount-parm-file
           end-if.

           move ws-rpt-yyyy to ws-dtp-yyyy.
           move 1 to ws-dtp-mm.
           move 1 to ws-dtp-dd.
           move ws-date-work to ws-year-start.
           move ws-rpt-mm to ws-dtp-mm.
           move ws-date-work to ws-month-start.
           if ws-rpt-mm = 12
               add 1 to ws-dtp-yyyy
               move 1 to ws-dtp-mm
           else
               add 1 to ws-dtp-mm
           end-if.
           move ws-date-work to ws-next-month-start.

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
           move em-years-service to ws-emp-years(ws-emp-count).
           move em-cost-center to ws-emp-cc(ws-emp-count).
           move em-status to ws-emp-status(ws-emp-count).

           read employee-master-file
               at end move "y" to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move "y" to sw-empmast-eof
           end-if.

       060-read-event-history.

      *    no history yet just means nobody has moved - the master
      *    stands for every month
           open input event-history-file.
           if ws-evthist-status = "00"
               read event-history-file
                   at end move "y" to sw-evthist-eof
               end-read
               if ws-evthist-status not = "00"
                   move "y" to sw-evthist-eof
               end-if
               perform 065-load-one-image
                   until sw-evthist-eof = "y"
                       or ws-hist-count = 2000
               if sw-evthist-eof not = "y"
                   set ws-overflow to true
               end-if
               close event-history-file
           end-if.

       065-load-one-image.

           if ehl-effective-date is numeric
               add 1 to ws-hist-count
               move ehl-event-type to ws-hst-type(ws-hist-count)
               move ehl-effective-date
                   to ws-hst-effective(ws-hist-count)
               move ehl-image-type to ws-hst-image(ws-hist-count)
               move ehl-employee-number
                   to ws-hst-number(ws-hist-count)
               if ehl-years-service is numeric
                   move ehl-years-service
                       to ws-hst-years(ws-hist-count)
               else
                   move 0 to ws-hst-years(ws-hist-count)
               end-if
               move ehl-cost-center to ws-hst-cc(ws-hist-count)
               move ehl-status to ws-hst-status(ws-hist-count)
           end-if.

           read event-history-file
               at end move "y" to sw-evthist-eof
           end-read.
           if ws-evthist-status not = "00"
               move "y" to sw-evthist-eof
           end-if.

       100-place-one-employee.

      *    on the books the day before the year, the day before the
      *    month and at the month end
           move ws-year-start to ws-cutoff.
           perform 150-standing-before-cutoff.
           if ws-st-active
               perform 170-find-or-add-cost-center
               add 1 to ws-cc-y-open(ws-cc-match-idx)
           end-if.

           move ws-month-start to ws-cutoff.
           perform 150-standing-before-cutoff.
           if ws-st-active
               perform 170-find-or-add-cost-center
               add 1 to ws-cc-m-open(ws-cc-match-idx)
           end-if.

           move ws-next-month-start to ws-cutoff.
           perform 150-standing-before-cutoff.
           if ws-st-active
               perform 170-find-or-add-cost-center
               add 1 to ws-cc-close(ws-cc-match-idx)
               add ws-st-years to ws-cc-years(ws-cc-match-idx)
           end-if.

       150-standing-before-cutoff.

      *    the first event on or after the cutoff still has the
      *    employee as they stood before it in its before image - a
      *    new hire has none, so was not yet on the books.  with no
      *    event since the cutoff the master says it all.
           move "N" to ws-pick-found-sw.
           move 0 to ws-hist-pick-idx.
           perform 155-weigh-one-image
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.

           if ws-pick-found
               if ws-hst-image(ws-hist-pick-idx) = "B"
                   move ws-hst-cc(ws-hist-pick-idx) to ws-st-cc
                   move ws-hst-years(ws-hist-pick-idx) to ws-st-years
                   if ws-hst-status(ws-hist-pick-idx) = "T"
                       move "N" to ws-st-active-sw
                   else
                       set ws-st-active to true
                   end-if
               else
                   move "N" to ws-st-active-sw
               end-if
           else
               move ws-emp-cc(ws-emp-idx) to ws-st-cc
               move ws-emp-years(ws-emp-idx) to ws-st-years
               if ws-emp-status(ws-emp-idx) = "T"
                   move "N" to ws-st-active-sw
               else
                   set ws-st-active to true
               end-if
           end-if.

       155-weigh-one-image.

           if ws-hst-number(ws-hist-idx) = ws-emp-number(ws-emp-idx)
               and ws-hst-effective(ws-hist-idx) not < ws-cutoff
               if not ws-pick-found
                   or ws-hst-effective(ws-hist-idx)
                       < ws-pick-effective
                   set ws-pick-found to true
                   move ws-hist-idx to ws-hist-pick-idx
                   move ws-hst-effective(ws-hist-idx)
                       to ws-pick-effective
               end-if
           end-if.

       170-find-or-add-cost-center.

           move ws-st-cc to ws-cc-lookup.
           perform 175-lookup-cost-center.

       175-lookup-cost-center.

      *    centers past the table's end are pooled on the last line
           move "N" to ws-cc-found-sw.
           perform 177-check-one-cost-center
               varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count.

           if not ws-cc-found
               if ws-cc-count < 50
                   add 1 to ws-cc-count
                   move ws-cc-count to ws-cc-match-idx
                   move ws-cc-lookup to ws-cc-code(ws-cc-match-idx)
                   move 0 to ws-cc-m-open(ws-cc-match-idx)
                   move 0 to ws-cc-m-hire(ws-cc-match-idx)
                   move 0 to ws-cc-m-term(ws-cc-match-idx)
                   move 0 to ws-cc-m-in(ws-cc-match-idx)
                   move 0 to ws-cc-m-out(ws-cc-match-idx)
                   move 0 to ws-cc-close(ws-cc-match-idx)
                   move 0 to ws-cc-y-open(ws-cc-match-idx)
                   move 0 to ws-cc-y-hire(ws-cc-match-idx)
                   move 0 to ws-cc-y-term(ws-cc-match-idx)
                   move 0 to ws-cc-y-in(ws-cc-match-idx)
                   move 0 to ws-cc-y-out(ws-cc-match-idx)
                   move 0 to ws-cc-years(ws-cc-match-idx)
                   move "N" to ws-cc-done-sw(ws-cc-match-idx)
               else
                   move 50 to ws-cc-match-idx
                   display "cost center table full - " ws-cc-lookup
                       " counted with " ws-cc-code(50)
               end-if
           end-if.

       177-check-one-cost-center.

           if ws-cc-code(ws-cc-idx) = ws-cc-lookup
               set ws-cc-found to true
               move ws-cc-idx to ws-cc-match-idx
           end-if.

       200-count-one-event.

      *    a hire counts on its after image, a leaver on the before
      *    image, and a transfer out of the before center and into
      *    the after one.  a promotion moves nobody.
           if ws-hst-effective(ws-hist-idx) not < ws-year-start
               and ws-hst-effective(ws-hist-idx)
                   < ws-next-month-start
               move ws-hst-cc(ws-hist-idx) to ws-cc-lookup
               if ws-hst-type(ws-hist-idx) = "H"
                   and ws-hst-image(ws-hist-idx) = "A"
                   perform 175-lookup-cost-center
                   add 1 to ws-cc-y-hire(ws-cc-match-idx)
                   if ws-hst-effective(ws-hist-idx)
                           not < ws-month-start
                       add 1 to ws-cc-m-hire(ws-cc-match-idx)
                   end-if
               end-if
               if ws-hst-type(ws-hist-idx) = "T"
                   and ws-hst-image(ws-hist-idx) = "B"
                   perform 175-lookup-cost-center
                   add 1 to ws-cc-y-term(ws-cc-match-idx)
                   if ws-hst-effective(ws-hist-idx)
                           not < ws-month-start
                       add 1 to ws-cc-m-term(ws-cc-match-idx)
                   end-if
               end-if
               if ws-hst-type(ws-hist-idx) = "X"
                   and ws-hst-image(ws-hist-idx) = "B"
                   perform 175-lookup-cost-center
                   add 1 to ws-cc-y-out(ws-cc-match-idx)
                   if ws-hst-effective(ws-hist-idx)
                           not < ws-month-start
                       add 1 to ws-cc-m-out(ws-cc-match-idx)
                   end-if
               end-if
               if ws-hst-type(ws-hist-idx) = "X"
                   and ws-hst-image(ws-hist-idx) = "A"
                   perform 175-lookup-cost-center
                   add 1 to ws-cc-y-in(ws-cc-match-idx)
                   if ws-hst-effective(ws-hist-idx)
                           not < ws-month-start
                       add 1 to ws-cc-m-in(ws-cc-match-idx)
                   end-if
               end-if
           end-if.

       300-print-next-cost-center.

      *    centers in code order
           move "N" to ws-pick-found-sw.
           move 0 to ws-cc-pick-idx.
           perform 305-weigh-one-cost-center
               varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count.

           if ws-pick-found
               move "Y" to ws-cc-done-sw(ws-cc-pick-idx)
               perform 310-print-cost-center
           end-if.

       305-weigh-one-cost-center.

           if ws-cc-done-sw(ws-cc-idx) = "N"
               if not ws-pick-found
                   set ws-pick-found to true
                   move ws-cc-idx to ws-cc-pick-idx
               else
                   if ws-cc-code(ws-cc-idx)
                           < ws-cc-code(ws-cc-pick-idx)
                       move ws-cc-idx to ws-cc-pick-idx
                   end-if
               end-if
           end-if.

       310-print-cost-center.

           move ws-cc-code(ws-cc-pick-idx) to ws-lf-cost-center.
           move ws-cc-m-open(ws-cc-pick-idx) to ws-lf-m-open.
           move ws-cc-m-hire(ws-cc-pick-idx) to ws-lf-m-hire.
           move ws-cc-m-term(ws-cc-pick-idx) to ws-lf-m-term.
           move ws-cc-m-in(ws-cc-pick-idx) to ws-lf-m-in.
           move ws-cc-m-out(ws-cc-pick-idx) to ws-lf-m-out.
           move ws-cc-close(ws-cc-pick-idx) to ws-lf-close.
           move ws-cc-y-open(ws-cc-pick-idx) to ws-lf-y-open.
           move ws-cc-y-hire(ws-cc-pick-idx) to ws-lf-y-hire.
           move ws-cc-y-term(ws-cc-pick-idx) to ws-lf-y-term.
           move ws-cc-y-in(ws-cc-pick-idx) to ws-lf-y-in.
           move ws-cc-y-out(ws-cc-pick-idx) to ws-lf-y-out.
           move ws-cc-years(ws-cc-pick-idx) to ws-lf-years.
           perform 340-write-figures.

           add ws-lf-m-open to ws-tot-m-open.
           add ws-lf-m-hire to ws-tot-m-hire.
           add ws-lf-m-term to ws-tot-m-term.
           add ws-lf-m-in to ws-tot-m-in.
           add ws-lf-m-out to ws-tot-m-out.
           add ws-lf-close to ws-tot-close.
           add ws-lf-y-open to ws-tot-y-open.
           add ws-lf-y-hire to ws-tot-y-hire.
           add ws-lf-y-term to ws-tot-y-term.
           add ws-lf-y-in to ws-tot-y-in.
           add ws-lf-y-out to ws-tot-y-out.
           add ws-lf-years to ws-tot-years.

       330-print-totals.

           move spaces to print-line.
           write print-line.
           move "all" to ws-lf-cost-center.
           move ws-total-entry to ws-line-figures.
           perform 340-write-figures.

       340-write-figures.

      *    turnover is leavers over the average of opening and
      *    closing headcount, grossed up to a year - the month times
      *    twelve, the year to date by the months elapsed
           compute ws-average-heads rounded =
               (ws-lf-m-open + ws-lf-close) / 2.
           if ws-average-heads = 0
               move 0 to ws-m-turnover
           else
               compute ws-m-turnover rounded =
                   ws-lf-m-term * 1200 / ws-average-heads
           end-if.

           compute ws-average-heads rounded =
               (ws-lf-y-open + ws-lf-close) / 2.
           if ws-average-heads = 0
               move 0 to ws-y-turnover
           else
               compute ws-y-turnover rounded =
                   ws-lf-y-term * 1200
                       / (ws-average-heads * ws-rpt-mm)
           end-if.

           if ws-lf-close = 0
               move 0 to ws-avg-years
           else
               compute ws-avg-years rounded =
                   ws-lf-years / ws-lf-close
           end-if.

           move ws-lf-cost-center to dtl-cost-center.
           move ws-lf-m-open to dtl-m-open.
           move ws-lf-m-hire to dtl-m-hire.
           move ws-lf-m-term to dtl-m-term.
           move ws-lf-m-in to dtl-m-in.
           move ws-lf-m-out to dtl-m-out.
           move ws-lf-close to dtl-m-close.
           move ws-m-turnover to dtl-m-turn.
           move ws-lf-y-open to dtl-y-open.
           move ws-lf-y-hire to dtl-y-hire.
           move ws-lf-y-term to dtl-y-term.
           move ws-lf-y-in to dtl-y-in.
           move ws-lf-y-out to dtl-y-out.
           move ws-lf-close to dtl-y-close.
           move ws-y-turnover to dtl-y-turn.
           move ws-avg-years to dtl-avg-years.
           write print-line from ws-detail-line.

           move ws-lf-cost-center to csv-cost-center.
           move ws-report-month to csv-month.
           move ws-lf-m-open to csv-m-open.
           move ws-lf-m-hire to csv-m-hire.
           move ws-lf-m-term to csv-m-term.
           move ws-lf-m-in to csv-m-in.
           move ws-lf-m-out to csv-m-out.
           move ws-lf-close to csv-m-close.
           move ws-m-turnover to csv-m-turn.
           move ws-lf-y-open to csv-y-open.
           move ws-lf-y-hire to csv-y-hire.
           move ws-lf-y-term to csv-y-term.
           move ws-lf-y-in to csv-y-in.
           move ws-lf-y-out to csv-y-out.
           move ws-y-turnover to csv-y-turn.
           move ws-avg-years to csv-avg-years.
           write csv-line from csv-detail-line.

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

       end program Lab8Headcount.
