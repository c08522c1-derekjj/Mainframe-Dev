       identification division.
       program-id. Lab8Projection.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    employee master - the active employees are the starting
      *    payroll.  read only here.
           select employee-master-file
           assign to "../../../data/lab8EmpMast.dat"
           organization is line sequential
           file status is ws-empmast-status.

      *    the raise run's own policy files - the service-band
      *    cutoffs, the flat class rates and the merit rate matrix.
           select cutoff-file
           assign to "../../../data/lab8Cutoffs.dat"
           organization is line sequential
           file status is ws-cutoff-status.

           select rate-file
           assign to "../../../data/lab8Rates.dat"
           organization is line sequential
           file status is ws-rate-status.

           select rate-matrix-file
           assign to "../../../data/lab8RateMatrix.dat"
           organization is line sequential
           file status is ws-matrix-status.

      *    allowed raise spend per cost center for a cycle.
           select budget-file
           assign to "../../../data/lab8Budgets.dat"
           organization is line sequential
           file status is ws-budget-status.

      *    planning parameters from finance - years to project, the
      *    assumed merit rating spread, attrition rates and planned
      *    hires.  a missing file projects three years of the
      *    people on the master with nobody leaving or joining.
           select plan-parm-file
           assign to "../../../data/lab8PlanParm.dat"
           organization is line sequential
           file status is ws-planparm-status.

           select report-file
           assign to "../../../data/lab8Projection.out"
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

       fd  cutoff-file
           data record is cutoff-line.

       01  cutoff-line.
           05 cutoff-grad-analyst       pic 99.
           05 cutoff-grad-sen-prog      pic 99.
           05 cutoff-grad-prog          pic 99.
           05 cutoff-ngrad-prog         pic 99.
           05 cutoff-ngrad-jr-prog      pic 99.

       fd  rate-file
           data record is rate-line.

       01  rate-line.
           05 rate-analyst              pic 9v999.
           05 rate-sen-prog             pic 9v999.
           05 rate-prog                 pic 9v999.
           05 rate-jr-prog              pic 9v999.

       fd  rate-matrix-file
           data record is rate-matrix-line.

       01  rate-matrix-line.
           05 rml-rating                pic x.
           05 rml-rate-analyst          pic 9v999.
           05 rml-rate-sen-prog         pic 9v999.
           05 rml-rate-prog             pic 9v999.
           05 rml-rate-jr-prog          pic 9v999.

       fd  budget-file
           data record is budget-line.

       01  budget-line.
           05 bgl-cost-center           pic x(3).
           05 bgl-allowed               pic 9(6)v99.

       fd  plan-parm-file
           data record is plan-parm-line.

      *    'Y' years to project, 'D' share of employees expected at
      *    a merit rating, 'A' yearly attrition for a cost center
      *    (blank center - every center without its own line),
      *    'H' planned hires into a center in a projection year
       01  plan-parm-line.
           05 ppl-rec-type              pic x.
               88 ppl-horizon                value "Y".
               88 ppl-distribution           value "D".
               88 ppl-attrition              value "A".
               88 ppl-hire                   value "H".
           05 ppl-data                  pic x(21).
       01  plan-horizon-line redefines plan-parm-line.
           05 filler                    pic x.
           05 ppy-years                 pic 9.
           05 filler                    pic x(20).
       01  plan-distribution-line redefines plan-parm-line.
           05 filler                    pic x.
           05 ppd-rating                pic x.
           05 ppd-percent               pic 999v9.
           05 filler                    pic x(16).
       01  plan-attrition-line redefines plan-parm-line.
           05 filler                    pic x.
           05 ppa-cost-center           pic x(3).
           05 ppa-rate                  pic 99v9.
           05 filler                    pic x(15).
       01  plan-hire-line redefines plan-parm-line.
           05 filler                    pic x.
           05 pph-cost-center           pic x(3).
           05 pph-year                  pic 9.
           05 pph-count                 pic 999.
           05 pph-education-code        pic x.
           05 pph-years-service         pic 99.
           05 pph-salary                pic 9(5)v99.
           05 filler                    pic x(4).

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

      *--------------Report Lines----------------------------------
       01 ws-header.
           05 filler                    pic x(40)
               value "payroll cost projection - base year    ".
           05 hdr-base-year             pic 9(4).
           05 filler                    pic x(12) value "   through ".
           05 hdr-last-year             pic 9(4).
           05 filler                    pic x(40) value spaces.

       01 ws-rate-heading.
           05 filler                    pic x(40)
               value "blended raise rates   analyst  sen prog".
           05 filler                    pic x(40)
               value "      prog   jr prog".
           05 filler                    pic x(20) value spaces.

       01 ws-rate-line.
           05 filler                    pic x(20)
               value "  after rating mix".
           05 filler                    pic x(2) value spaces.
           05 rtl-analyst               pic z9.99.
           05 filler                    pic x value "%".
           05 filler                    pic x(3) value spaces.
           05 rtl-sen-prog              pic z9.99.
           05 filler                    pic x value "%".
           05 filler                    pic x(4) value spaces.
           05 rtl-prog                  pic z9.99.
           05 filler                    pic x value "%".
           05 filler                    pic x(4) value spaces.
           05 rtl-jr-prog               pic z9.99.
           05 filler                    pic x value "%".
           05 filler                    pic x(42) value spaces.

       01 ws-assume-line.
           05 asl-label                 pic x(30).
           05 asl-cost-center           pic x(3).
           05 filler                    pic x(2) value spaces.
           05 asl-text                  pic x(65).

       01 ws-column-line.
           05 filler                    pic x(40)
               value "cc   year  headcount     salary cost   ".
           05 filler                    pic x(40)
               value "raise spend    raise budget  status".
           05 filler                    pic x(20) value spaces.

       01 ws-detail-line.
           05 dtl-cost-center           pic x(3).
           05 filler                    pic x(2) value spaces.
           05 dtl-year                  pic 9(4).
           05 filler                    pic x(2) value spaces.
           05 dtl-headcount             pic z,zz9.9.
           05 filler                    pic x(2) value spaces.
           05 dtl-salary-cost           pic $$$,$$$,$$9.
           05 filler                    pic x(2) value spaces.
           05 dtl-raise-spend           pic $$,$$$,$$9.
           05 filler                    pic x(3) value spaces.
           05 dtl-budget                pic $$,$$$,$$9.
           05 dtl-budget-x redefines dtl-budget
                                        pic x(10).
           05 filler                    pic x(2) value spaces.
           05 dtl-status                pic x(10).
           05 filler                    pic x(20) value spaces.

       01 ws-breach-line.
           05 filler                    pic x(5) value spaces.
           05 brl-text                  pic x(35).
           05 brl-year                  pic 9(4).
           05 brl-year-x redefines brl-year
                                        pic x(4).
           05 filler                    pic x(56) value spaces.

       01 ws-refused-line.
           05 filler                    pic x(40)
               value "run refused - no projection: ".
           05 rfl-reason                pic x(50).
           05 filler                    pic x(10) value spaces.

      *--------------Switches and Statuses-------------------------
       01 sw-empmast-eof                pic x value "n".
       01 sw-matrix-eof                 pic x value "n".
       01 sw-budget-eof                 pic x value "n".
       01 sw-planparm-eof               pic x value "n".
       01 ws-empmast-status             pic xx.
       01 ws-cutoff-status              pic xx.
       01 ws-rate-status                pic xx.
       01 ws-matrix-status              pic xx.
       01 ws-budget-status              pic xx.
       01 ws-planparm-status            pic xx.

      *    a master too long for its table would project a payroll
      *    short of people - the run is refused
       01 ws-overflow-sw                pic x value "N".
           88 ws-overflow                    value "Y".
       01 ws-cc-found-sw                pic x value "N".
           88 ws-cc-found                    value "Y".
       01 ws-row-found-sw               pic x value "N".
           88 ws-row-found                   value "Y".
       01 ws-pick-found-sw              pic x value "N".
           88 ws-pick-found                  value "Y".

      *--------------Raise Policy----------------------------------
      *    the same compiled-in cutoffs and non-grad bonus the raise
      *    run falls back on when lab8Cutoffs.dat is missing
       01 ws-min-years.
           05 ws-min-years-grad-analyst        pic 99 value 15.
           05 ws-min-years-grad-sen-prog       pic 99 value 7.
           05 ws-min-years-grad-prog           pic 99 value 2.
           05 ws-min-years-ngrad-prog          pic 99 value 10.
           05 ws-min-years-ngrad-jr-prog       pic 99 value 4.
           05 ws-min-years-ngrad-bonus         pic 99 value 12.
       01 ws-ngrad-bonus-amount                pic 9999 value 1500.

       01 ws-flat-rates.
           05 ws-flat-analyst           pic 9v999 value 0.
           05 ws-flat-sen-prog          pic 9v999 value 0.
           05 ws-flat-prog              pic 9v999 value 0.
           05 ws-flat-jr-prog           pic 9v999 value 0.

       01 ws-matrix-table.
           05 ws-matrix-entry occurs 10 times.
               10 ws-mx-rating          pic x.
               10 ws-mx-analyst         pic 9v999.
               10 ws-mx-sen-prog        pic 9v999.
               10 ws-mx-prog            pic 9v999.
               10 ws-mx-jr-prog         pic 9v999.
       01 ws-matrix-count               pic 99 value 0.
       01 ws-matrix-idx                 pic 99 value 0.

      *    the assumed spread of ratings - the share with no rating,
      *    or a rating the matrix does not carry, is raised at the
      *    flat rates exactly as the raise run does for them
       01 ws-dist-table.
           05 ws-dist-entry occurs 10 times.
               10 ws-dist-rating        pic x.
               10 ws-dist-percent       pic 999v9.
       01 ws-dist-count                 pic 99 value 0.
       01 ws-dist-idx                   pic 99 value 0.
       01 ws-dist-unrated               pic 999v9 value 0.

       01 ws-blended-rates.
           05 ws-bl-analyst             pic 9v9(6) value 0.
           05 ws-bl-sen-prog            pic 9v9(6) value 0.
           05 ws-bl-prog                pic 9v9(6) value 0.
           05 ws-bl-jr-prog             pic 9v9(6) value 0.

       01 ws-attrition-table.
           05 ws-attr-entry occurs 50 times.
               10 ws-attr-cc            pic x(3).
               10 ws-attr-rate          pic 99v9.
       01 ws-attr-count                 pic 99 value 0.
       01 ws-attr-idx                   pic 99 value 0.
       01 ws-attr-default               pic 99v9 value 0.
       01 ws-attr-rate-used             pic 99v9 value 0.

       01 ws-hire-table.
           05 ws-hire-entry occurs 50 times.
               10 ws-hire-cc            pic x(3).
               10 ws-hire-year          pic 9.
               10 ws-hire-count         pic 999.
               10 ws-hire-educ          pic x.
               10 ws-hire-years         pic 99.
               10 ws-hire-salary        pic 9(5)v99.
       01 ws-hire-count-lines           pic 99 value 0.
       01 ws-hire-idx                   pic 99 value 0.

      *--------------Projected Payroll-----------------------------
      *    one line per employee on the master plus one per planned
      *    hire line; the weight is the expected headcount the line
      *    still stands for after attrition
       01 ws-proj-table.
           05 ws-proj-entry occurs 550 times.
               10 ws-prj-cc             pic x(3).
               10 ws-prj-educ           pic x.
               10 ws-prj-years          pic 99.
               10 ws-prj-salary         pic 9(7)v99.
               10 ws-prj-weight         pic 9(3)v9(4).
       01 ws-proj-count                 pic 999 value 0.
       01 ws-proj-idx                   pic 999 value 0.

      *--------------Cost Center Year Buckets----------------------
      *    year 1 is the base year as the master stands, 2 onward
      *    the projection years
       01 ws-cc-table.
           05 ws-cc-entry occurs 50 times.
               10 ws-cc-code            pic x(3).
               10 ws-cc-budget          pic 9(6)v99.
               10 ws-cc-budget-sw       pic x.
                   88 ws-cc-has-budget       value "Y".
               10 ws-cc-done-sw         pic x.
               10 ws-cc-year occurs 6 times.
                   15 ws-ccy-heads      pic 9(5)v9(4).
                   15 ws-ccy-cost       pic 9(9)v99.
                   15 ws-ccy-raise      pic 9(9)v99.
       01 ws-cc-count                   pic 99 value 0.
       01 ws-cc-idx                     pic 99 value 0.
       01 ws-cc-match-idx               pic 99 value 0.
       01 ws-cc-pick-idx                pic 99 value 0.
       01 ws-cc-lookup                  pic x(3) value spaces.

       01 ws-total-table.
           05 ws-tot-year occurs 6 times.
               10 ws-toty-heads         pic 9(5)v9(4).
               10 ws-toty-cost          pic 9(9)v99.
               10 ws-toty-raise         pic 9(9)v99.

      *--------------Projection Work Areas-------------------------
       01 ws-horizon                    pic 9 value 3.
       01 ws-year-idx                   pic 9 value 0.
       01 ws-bucket-idx                 pic 9 value 0.
       01 ws-clear-idx                  pic 9 value 0.
       01 ws-base-year                  pic 9(4) value 0.
       01 ws-print-year                 pic 9(4) value 0.
       01 ws-breach-year                pic 9(4) value 0.
       01 ws-class-rate                 pic 9v9(6) value 0.
       01 ws-bonus                      pic 9999 value 0.
       01 ws-increase                   pic 9(7)v99 value 0.
       01 ws-weighted-raise             pic 9(9)v99 value 0.
       01 ws-weighted-cost              pic 9(9)v99 value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB8PROJ".
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
           move ws-business-date(1:4) to ws-base-year.
           initialize ws-total-table.

           perform 040-read-plan-parms.
           perform 052-read-cutoffs.
           perform 054-read-flat-rates.
           perform 056-read-rate-matrix.
           perform 058-read-budgets.
           perform 050-read-employee-master.

           open output report-file.
           move ws-base-year to hdr-base-year.
           compute hdr-last-year = ws-base-year + ws-horizon.
           write print-line from ws-header.
           move spaces to print-line.
           write print-line.

           if ws-overflow
               or ws-proj-count = 0
               if ws-overflow
                   move "employee master did not load whole"
                       to rfl-reason
               else
                   move "no active employees on the master"
                       to rfl-reason
               end-if
               write print-line from ws-refused-line
               close report-file
               display "payroll projection - " rfl-reason
                   " - run refused"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 100-blend-raise-rates.
           perform 150-print-assumptions.

      *    the base year as the master stands today
           move 1 to ws-bucket-idx.
           perform 220-bucket-one-line
               varying ws-proj-idx from 1 by 1
               until ws-proj-idx > ws-proj-count.

           perform 200-project-one-year
               varying ws-year-idx from 1 by 1
               until ws-year-idx > ws-horizon.

           write print-line from ws-column-line.
           move spaces to print-line.
           write print-line.

           move "Y" to ws-pick-found-sw.
           perform 300-print-next-cost-center
               until not ws-pick-found.

           perform 340-print-totals.
           close report-file.

           move ws-proj-count to ws-stats-read.
           move ws-cc-count to ws-stats-written.
           perform 958-write-run-stats.

           display "payroll projection " ws-base-year
               " + " ws-horizon " years: cost centers " ws-cc-count.

           goback.

       040-read-plan-parms.

           open input plan-parm-file.
           if ws-planparm-status = "00"
               read plan-parm-file
                   at end move "y" to sw-planparm-eof
               end-read
               if ws-planparm-status not = "00"
                   move "y" to sw-planparm-eof
               end-if
               perform 045-take-one-plan-parm
                   until sw-planparm-eof = "y"
               close plan-parm-file
           end-if.

       045-take-one-plan-parm.

      *    a line that does not make sense is skipped with a warning
      *    rather than guessed at
           if ppl-horizon
               if ppy-years is numeric
                   and ppy-years > 0 and ppy-years < 6
                   move ppy-years to ws-horizon
               else
                   display "plan parm - years to project must be"
                       " 1 to 5 - kept at " ws-horizon
               end-if
           else
           if ppl-distribution
               if ppd-percent is numeric and ws-dist-count < 10
                   add 1 to ws-dist-count
                   move ppd-rating to ws-dist-rating(ws-dist-count)
                   move ppd-percent to ws-dist-percent(ws-dist-count)
               else
                   display "plan parm - rating line skipped: "
                       plan-parm-line
               end-if
           else
           if ppl-attrition
               if ppa-rate is not numeric
                   display "plan parm - attrition line skipped: "
                       plan-parm-line
               else
                   if ppa-cost-center = spaces
                       move ppa-rate to ws-attr-default
                   else
                       if ws-attr-count < 50
                           add 1 to ws-attr-count
                           move ppa-cost-center
                               to ws-attr-cc(ws-attr-count)
                           move ppa-rate to ws-attr-rate(ws-attr-count)
                       end-if
                   end-if
               end-if
           else
           if ppl-hire
               if pph-year is numeric and pph-year > 0
                   and pph-count is numeric and pph-count > 0
                   and pph-years-service is numeric
                   and pph-salary is numeric
                   and ws-hire-count-lines < 50
                   add 1 to ws-hire-count-lines
                   move pph-cost-center
                       to ws-hire-cc(ws-hire-count-lines)
                   move pph-year to ws-hire-year(ws-hire-count-lines)
                   move pph-count
                       to ws-hire-count(ws-hire-count-lines)
                   move pph-education-code
                       to ws-hire-educ(ws-hire-count-lines)
                   move pph-years-service
                       to ws-hire-years(ws-hire-count-lines)
                   move pph-salary
                       to ws-hire-salary(ws-hire-count-lines)
               else
                   display "plan parm - hire line skipped: "
                       plan-parm-line
               end-if
           else
               display "plan parm - unknown line skipped: "
                   plan-parm-line
           end-if
           end-if
           end-if
           end-if.

           read plan-parm-file
               at end move "y" to sw-planparm-eof
           end-read.
           if ws-planparm-status not = "00"
               move "y" to sw-planparm-eof
           end-if.

       050-read-employee-master.

      *    leavers are off the payroll and stay out of it
           open input employee-master-file.
           if ws-empmast-status = "00"
               read employee-master-file
                   at end move "y" to sw-empmast-eof
               end-read
               if ws-empmast-status not = "00"
                   move "y" to sw-empmast-eof
               end-if
               perform 051-load-one-employee
                   until sw-empmast-eof = "y"
                       or ws-proj-count = 500
               if sw-empmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close employee-master-file
           end-if.

       051-load-one-employee.

           if em-status not = "T"
               add 1 to ws-proj-count
               move em-cost-center to ws-prj-cc(ws-proj-count)
               move em-education-code to ws-prj-educ(ws-proj-count)
               move em-years-service to ws-prj-years(ws-proj-count)
               move em-salary to ws-prj-salary(ws-proj-count)
               move 1 to ws-prj-weight(ws-proj-count)
           end-if.

           read employee-master-file
               at end move "y" to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move "y" to sw-empmast-eof
           end-if.

       052-read-cutoffs.

      *    a missing cutoff file leaves the compiled-in cutoffs
           open input cutoff-file.
           if ws-cutoff-status = "00"
               read cutoff-file
                   at end continue
               end-read
               if ws-cutoff-status = "00"
                   move cutoff-grad-analyst
                       to ws-min-years-grad-analyst
                   move cutoff-grad-sen-prog
                       to ws-min-years-grad-sen-prog
                   move cutoff-grad-prog
                       to ws-min-years-grad-prog
                   move cutoff-ngrad-prog
                       to ws-min-years-ngrad-prog
                   move cutoff-ngrad-jr-prog
                       to ws-min-years-ngrad-jr-prog
               end-if
               close cutoff-file
           end-if.

       054-read-flat-rates.

           open input rate-file.
           if ws-rate-status = "00"
               read rate-file
                   at end continue
               end-read
               if ws-rate-status = "00"
                   move rate-analyst to ws-flat-analyst
                   move rate-sen-prog to ws-flat-sen-prog
                   move rate-prog to ws-flat-prog
                   move rate-jr-prog to ws-flat-jr-prog
               end-if
               close rate-file
           end-if.

       056-read-rate-matrix.

           open input rate-matrix-file.
           if ws-matrix-status = "00"
               read rate-matrix-file
                   at end move "y" to sw-matrix-eof
               end-read
               if ws-matrix-status not = "00"
                   move "y" to sw-matrix-eof
               end-if
               perform 057-load-one-matrix-row
                   until sw-matrix-eof = "y"
                       or ws-matrix-count = 10
               close rate-matrix-file
           end-if.

       057-load-one-matrix-row.

           add 1 to ws-matrix-count.
           move rml-rating to ws-mx-rating(ws-matrix-count).
           move rml-rate-analyst to ws-mx-analyst(ws-matrix-count).
           move rml-rate-sen-prog to ws-mx-sen-prog(ws-matrix-count).
           move rml-rate-prog to ws-mx-prog(ws-matrix-count).
           move rml-rate-jr-prog to ws-mx-jr-prog(ws-matrix-count).

           read rate-matrix-file
               at end move "y" to sw-matrix-eof
           end-read.
           if ws-matrix-status not = "00"
               move "y" to sw-matrix-eof
           end-if.

       058-read-budgets.

      *    every budgeted center gets a line even with nobody in it
           open input budget-file.
           if ws-budget-status = "00"
               read budget-file
                   at end move "y" to sw-budget-eof
               end-read
               if ws-budget-status not = "00"
                   move "y" to sw-budget-eof
               end-if
               perform 059-load-one-budget
                   until sw-budget-eof = "y"
               close budget-file
           end-if.

       059-load-one-budget.

           move bgl-cost-center to ws-cc-lookup.
           perform 170-find-or-add-cost-center.
           move bgl-allowed to ws-cc-budget(ws-cc-match-idx).
           set ws-cc-has-budget(ws-cc-match-idx) to true.

           read budget-file
               at end move "y" to sw-budget-eof
           end-read.
           if ws-budget-status not = "00"
               move "y" to sw-budget-eof
           end-if.

       100-blend-raise-rates.

      *    each class rate is the rating-weighted average of the
      *    matrix rates, the unrated share taking the flat rate
           move 100 to ws-dist-unrated.
           move 0 to ws-bl-analyst.
           move 0 to ws-bl-sen-prog.
           move 0 to ws-bl-prog.
           move 0 to ws-bl-jr-prog.

           perform 105-blend-one-rating
               varying ws-dist-idx from 1 by 1
               until ws-dist-idx > ws-dist-count.

           compute ws-bl-analyst = ws-bl-analyst
               + ws-flat-analyst * ws-dist-unrated / 100.
           compute ws-bl-sen-prog = ws-bl-sen-prog
               + ws-flat-sen-prog * ws-dist-unrated / 100.
           compute ws-bl-prog = ws-bl-prog
               + ws-flat-prog * ws-dist-unrated / 100.
           compute ws-bl-jr-prog = ws-bl-jr-prog
               + ws-flat-jr-prog * ws-dist-unrated / 100.

       105-blend-one-rating.

           move "N" to ws-row-found-sw.
           perform 107-check-one-matrix-row
               varying ws-matrix-idx from 1 by 1
               until ws-matrix-idx > ws-matrix-count
                   or ws-row-found.

           if ws-row-found
               if ws-dist-percent(ws-dist-idx) > ws-dist-unrated
                   display "plan parm - rating shares pass 100% at "
                       ws-dist-rating(ws-dist-idx) " - rest ignored"
                   move ws-dist-unrated to ws-dist-percent(ws-dist-idx)
               end-if
               subtract 1 from ws-matrix-idx
               compute ws-bl-analyst = ws-bl-analyst
                   + ws-mx-analyst(ws-matrix-idx)
                       * ws-dist-percent(ws-dist-idx) / 100
               compute ws-bl-sen-prog = ws-bl-sen-prog
                   + ws-mx-sen-prog(ws-matrix-idx)
                       * ws-dist-percent(ws-dist-idx) / 100
               compute ws-bl-prog = ws-bl-prog
                   + ws-mx-prog(ws-matrix-idx)
                       * ws-dist-percent(ws-dist-idx) / 100
               compute ws-bl-jr-prog = ws-bl-jr-prog
                   + ws-mx-jr-prog(ws-matrix-idx)
                       * ws-dist-percent(ws-dist-idx) / 100
               subtract ws-dist-percent(ws-dist-idx)
                   from ws-dist-unrated
           end-if.

       107-check-one-matrix-row.

           if ws-mx-rating(ws-matrix-idx) = ws-dist-rating(ws-dist-idx)
               set ws-row-found to true
           end-if.

       150-print-assumptions.

           write print-line from ws-rate-heading.
           compute rtl-analyst rounded = ws-bl-analyst * 100.
           compute rtl-sen-prog rounded = ws-bl-sen-prog * 100.
           compute rtl-prog rounded = ws-bl-prog * 100.
           compute rtl-jr-prog rounded = ws-bl-jr-prog * 100.
           write print-line from ws-rate-line.
           move spaces to print-line.
           write print-line.

           move spaces to ws-assume-line.
           move "attrition per year - others" to asl-label.
           move spaces to asl-cost-center.
           move ws-attr-default to rtl-analyst.
           string rtl-analyst delimited by size
               "%" delimited by size
               into asl-text.
           write print-line from ws-assume-line.
           perform 155-print-one-attrition
               varying ws-attr-idx from 1 by 1
               until ws-attr-idx > ws-attr-count.

           perform 157-print-one-hire
               varying ws-hire-idx from 1 by 1
               until ws-hire-idx > ws-hire-count-lines.
           move spaces to print-line.
           write print-line.

       155-print-one-attrition.

           move spaces to ws-assume-line.
           move "attrition per year" to asl-label.
           move ws-attr-cc(ws-attr-idx) to asl-cost-center.
           move ws-attr-rate(ws-attr-idx) to rtl-analyst.
           string rtl-analyst delimited by size
               "%" delimited by size
               into asl-text.
           write print-line from ws-assume-line.

       157-print-one-hire.

           move spaces to ws-assume-line.
           move "planned hires" to asl-label.
           move ws-hire-cc(ws-hire-idx) to asl-cost-center.
           compute ws-print-year =
               ws-base-year + ws-hire-year(ws-hire-idx).
           move ws-hire-salary(ws-hire-idx) to dtl-raise-spend.
           string ws-hire-count(ws-hire-idx) delimited by size
               " in " delimited by size
               ws-print-year delimited by size
               " educ " delimited by size
               ws-hire-educ(ws-hire-idx) delimited by size
               " at " delimited by size
               dtl-raise-spend delimited by size
               into asl-text.
           write print-line from ws-assume-line.

       170-find-or-add-cost-center.

      *    centers past the table's end are pooled on the last line
           move "N" to ws-cc-found-sw.
           perform 175-check-one-cost-center
               varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count.

           if not ws-cc-found
               if ws-cc-count < 50
                   add 1 to ws-cc-count
                   move ws-cc-count to ws-cc-match-idx
                   move ws-cc-lookup to ws-cc-code(ws-cc-match-idx)
                   move 0 to ws-cc-budget(ws-cc-match-idx)
                   move "N" to ws-cc-budget-sw(ws-cc-match-idx)
                   move "N" to ws-cc-done-sw(ws-cc-match-idx)
                   perform 177-clear-one-bucket
                       varying ws-clear-idx from 1 by 1
                       until ws-clear-idx > 6
               else
                   move 50 to ws-cc-match-idx
                   display "cost center table full - " ws-cc-lookup
                       " counted with " ws-cc-code(50)
               end-if
           end-if.

       175-check-one-cost-center.

           if ws-cc-code(ws-cc-idx) = ws-cc-lookup
               set ws-cc-found to true
               move ws-cc-idx to ws-cc-match-idx
           end-if.

       177-clear-one-bucket.

           move 0 to ws-ccy-heads(ws-cc-match-idx, ws-clear-idx).
           move 0 to ws-ccy-cost(ws-cc-match-idx, ws-clear-idx).
           move 0 to ws-ccy-raise(ws-cc-match-idx, ws-clear-idx).

       200-project-one-year.

      *    everyone already on the payroll ages a year, loses the
      *    year's attrition and takes the year's raise; the year's
      *    planned hires then join at their starting salary
           compute ws-bucket-idx = ws-year-idx + 1.

           perform 210-age-one-line
               varying ws-proj-idx from 1 by 1
               until ws-proj-idx > ws-proj-count.

           perform 230-add-one-hire-line
               varying ws-hire-idx from 1 by 1
               until ws-hire-idx > ws-hire-count-lines.

       210-age-one-line.

           add 1 to ws-prj-years(ws-proj-idx).

           move ws-attr-default to ws-attr-rate-used.
           perform 212-check-one-attrition
               varying ws-attr-idx from 1 by 1
               until ws-attr-idx > ws-attr-count.
           compute ws-prj-weight(ws-proj-idx) rounded =
               ws-prj-weight(ws-proj-idx)
                   * (100 - ws-attr-rate-used) / 100.

           perform 215-class-rate.
           if ws-class-rate > 0
               compute ws-increase rounded = ws-bonus
                   + ws-prj-salary(ws-proj-idx) * ws-class-rate
           else
               move 0 to ws-increase
           end-if.
           add ws-increase to ws-prj-salary(ws-proj-idx).

           perform 220-bucket-one-line.
           compute ws-weighted-raise rounded =
               ws-increase * ws-prj-weight(ws-proj-idx).
           add ws-weighted-raise
               to ws-ccy-raise(ws-cc-match-idx, ws-bucket-idx).

       212-check-one-attrition.

           if ws-attr-cc(ws-attr-idx) = ws-prj-cc(ws-proj-idx)
               move ws-attr-rate(ws-attr-idx) to ws-attr-rate-used
           end-if.

       215-class-rate.

      *    the raise run's class bands - strictly over the analyst
      *    and prog cutoffs, at or over the senior cutoff
           move 0 to ws-bonus.
           if ws-prj-educ(ws-proj-idx) = "G"
               evaluate ws-prj-years(ws-proj-idx)
                   when > ws-min-years-grad-analyst
                       move ws-bl-analyst to ws-class-rate
                   when >= ws-min-years-grad-sen-prog
                       move ws-bl-sen-prog to ws-class-rate
                   when > ws-min-years-grad-prog
                       move ws-bl-prog to ws-class-rate
                   when other
                       move 0 to ws-class-rate
               end-evaluate
           else
               evaluate ws-prj-years(ws-proj-idx)
                   when > ws-min-years-ngrad-prog
                       move ws-bl-prog to ws-class-rate
                   when > ws-min-years-ngrad-jr-prog
                       move ws-bl-jr-prog to ws-class-rate
                   when other
                       move 0 to ws-class-rate
               end-evaluate
               if ws-prj-years(ws-proj-idx)
                       >= ws-min-years-ngrad-bonus
                   move ws-ngrad-bonus-amount to ws-bonus
               end-if
           end-if.

       220-bucket-one-line.

           move ws-prj-cc(ws-proj-idx) to ws-cc-lookup.
           perform 170-find-or-add-cost-center.
           add ws-prj-weight(ws-proj-idx)
               to ws-ccy-heads(ws-cc-match-idx, ws-bucket-idx).
           compute ws-weighted-cost rounded =
               ws-prj-salary(ws-proj-idx) * ws-prj-weight(ws-proj-idx).
           add ws-weighted-cost
               to ws-ccy-cost(ws-cc-match-idx, ws-bucket-idx).

       230-add-one-hire-line.

      *    hires beyond the table are reported and left out
           if ws-hire-year(ws-hire-idx) = ws-year-idx
               if ws-proj-count < 550
                   add 1 to ws-proj-count
                   move ws-proj-count to ws-proj-idx
                   move ws-hire-cc(ws-hire-idx)
                       to ws-prj-cc(ws-proj-idx)
                   move ws-hire-educ(ws-hire-idx)
                       to ws-prj-educ(ws-proj-idx)
                   move ws-hire-years(ws-hire-idx)
                       to ws-prj-years(ws-proj-idx)
                   move ws-hire-salary(ws-hire-idx)
                       to ws-prj-salary(ws-proj-idx)
                   move ws-hire-count(ws-hire-idx)
                       to ws-prj-weight(ws-proj-idx)
                   perform 220-bucket-one-line
               else
                   display "projection table full - hires for "
                       ws-hire-cc(ws-hire-idx) " left out"
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

      *    a year whose raise spend passes the center's raise budget
      *    is over; the first such year is the breach year
           move 0 to ws-breach-year.
           compute ws-bucket-idx = ws-horizon + 1.
           perform 315-print-one-year
               varying ws-year-idx from 1 by 1
               until ws-year-idx > ws-bucket-idx.

           move spaces to ws-breach-line.
           if not ws-cc-has-budget(ws-cc-pick-idx)
               move "no raise budget - uncapped" to brl-text
               move spaces to brl-year-x
           else
               if ws-breach-year = 0
                   move "within raise budget through" to brl-text
                   compute brl-year = ws-base-year + ws-horizon
               else
                   move "expected to breach raise budget in"
                       to brl-text
                   move ws-breach-year to brl-year
               end-if
           end-if.
           write print-line from ws-breach-line.
           move spaces to print-line.
           write print-line.

       315-print-one-year.

           move spaces to ws-detail-line.
           compute ws-print-year = ws-base-year + ws-year-idx - 1.
           move ws-cc-code(ws-cc-pick-idx) to dtl-cost-center.
           move ws-print-year to dtl-year.
           move ws-ccy-heads(ws-cc-pick-idx, ws-year-idx)
               to dtl-headcount.
           move ws-ccy-cost(ws-cc-pick-idx, ws-year-idx)
               to dtl-salary-cost.

           if ws-year-idx = 1
               move "base" to dtl-status
           else
               move ws-ccy-raise(ws-cc-pick-idx, ws-year-idx)
                   to dtl-raise-spend
               if ws-cc-has-budget(ws-cc-pick-idx)
                   move ws-cc-budget(ws-cc-pick-idx) to dtl-budget
                   if ws-ccy-raise(ws-cc-pick-idx, ws-year-idx)
                           > ws-cc-budget(ws-cc-pick-idx)
                       move "OVER" to dtl-status
                       if ws-breach-year = 0
                           move ws-print-year to ws-breach-year
                       end-if
                   else
                       move "within" to dtl-status
                   end-if
               else
                   move "  uncapped" to dtl-budget-x
               end-if
           end-if.
           write print-line from ws-detail-line.

           add ws-ccy-heads(ws-cc-pick-idx, ws-year-idx)
               to ws-toty-heads(ws-year-idx).
           add ws-ccy-cost(ws-cc-pick-idx, ws-year-idx)
               to ws-toty-cost(ws-year-idx).
           add ws-ccy-raise(ws-cc-pick-idx, ws-year-idx)
               to ws-toty-raise(ws-year-idx).

       340-print-totals.

           compute ws-bucket-idx = ws-horizon + 1.
           perform 345-print-one-total
               varying ws-year-idx from 1 by 1
               until ws-year-idx > ws-bucket-idx.

       345-print-one-total.

           move spaces to ws-detail-line.
           compute ws-print-year = ws-base-year + ws-year-idx - 1.
           move "all" to dtl-cost-center.
           move ws-print-year to dtl-year.
           move ws-toty-heads(ws-year-idx) to dtl-headcount.
           move ws-toty-cost(ws-year-idx) to dtl-salary-cost.
           if ws-year-idx = 1
               move "base" to dtl-status
           else
               move ws-toty-raise(ws-year-idx) to dtl-raise-spend
           end-if.
           write print-line from ws-detail-line.

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

       end program Lab8Projection.
