       identification division.
       program-id. Lab9Scorecard.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the monthly summary the daily intake keeps - calls and
      *    talk seconds per operator-month.
           select monthly-file
           assign to '../../../data/lab9.data'
               organization is line sequential
               file status is ws-monthly-status.

      *    the month-to-date interval profile - the half-hour slots
      *    an operator actually took traffic in.
           select interval-file
           assign to '../../../data/lab9Intervals.dat'
               organization is line sequential
               file status is ws-interval-status.

      *    the half-hour slots each operator was scheduled for in a
      *    month - adherence is the share of them worked.
           select schedule-file
           assign to '../../../data/lab9Schedule.dat'
               organization is line sequential
               file status is ws-schedule-status.

      *    the operator roster - evaluations are validated against
      *    it and the own-team share is judged by its supervisor.
           select roster-file
           assign to '../../../data/lab9Roster.dat'
               organization is line sequential
               file status is ws-roster-status.

      *    quality evaluations keyed off the supervisors' listening
      *    sheets - one line per call scored.
           select qa-eval-file
           assign to '../../../data/lab9QAEval.dat'
               organization is line sequential
               file status is ws-qaeval-status.

      *    scorecard weights and limits. a missing file scores the
      *    current business month at the compiled-in defaults.
           select score-parm-file
           assign to '../../../data/lab9ScoreParm.dat'
               organization is line sequential
               file status is ws-scoreparm-status.

           select report-file
           assign to '../../../data/lab9Scorecard.out'
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

       fd schedule-file
           data record is schedule-line.

       01 schedule-line.
           05 sl-operator               pic x(3).
           05 sl-month                  pic 9(2).
           05 sl-interval               pic 9(2).

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

      *    five category scores and the overall, each 0 to 100
       fd qa-eval-file
           data record is qa-eval-line.

       01 qa-eval-line.
           05 qa-operator               pic x(3).
           05 qa-eval-date              pic 9(8).
           05 qa-evaluator              pic x(12).
           05 qa-categories.
               10 qa-category-score     pic 9(3)
                   occurs 5 times.
           05 qa-overall-score          pic 9(3).

       fd score-parm-file
           data record is score-parm-line.

       01 score-parm-line.
           05 spl-month                 pic 99.
           05 spl-weight-qa             pic 999.
           05 spl-weight-aht            pic 999.
           05 spl-weight-adherence      pic 999.
           05 spl-weight-calls          pic 999.
           05 spl-qa-floor              pic 999.
           05 spl-target-aht            pic 9(4).
           05 spl-own-team-share        pic 999.

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
           05 filler                 pic x(36)
               value 'operator balanced scorecard - month '.
           05 rh-year                pic 9(4).
           05 filler                 pic x value '/'.
           05 rh-month               pic 99.

       01 weight-line.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(13) value 'weights - qa '.
           05 wl-qa                  pic zz9.
           05 filler                 pic x(6) value '  aht '.
           05 wl-aht                 pic zz9.
           05 filler                 pic x(12) value '  adherence '.
           05 wl-adherence           pic zz9.
           05 filler                 pic x(8) value '  calls '.
           05 wl-calls               pic zz9.
           05 filler                 pic x(13) value '   qa floor '.
           05 wl-floor               pic zz9.
           05 filler                 pic x(15) value '   target aht '.
           05 wl-target              pic zzz9.
           05 filler                 pic x(18)
               value '   own-team share '.
           05 wl-share               pic zz9.
           05 filler                 pic x value '%'.

       01 column-line-1.
           05 filler                 pic x(40)
               value '  rank opr  name          team   qa avg '.
           05 filler                 pic x(40)
               value 'evals   aht  adhere  calls    qa   aht  '.
           05 filler                 pic x(40)
               value 'adhr calls  combined'.
           05 filler                 pic x(12) value spaces.

       01 column-line-2.
           05 filler                 pic x(40) value spaces.
           05 filler                 pic x(40)
               value '                         -- component sc'.
           05 filler                 pic x(40)
               value 'ores --'.
           05 filler                 pic x(12) value spaces.

       01 score-detail-line.
           05 filler                 pic x(2) value spaces.
           05 sdl-rank               pic zz9.
           05 filler                 pic x(2) value spaces.
           05 sdl-num                pic x(3).
           05 filler                 pic x(2) value spaces.
           05 sdl-name               pic x(12).
           05 filler                 pic x(2) value spaces.
           05 sdl-team               pic x(3).
           05 filler                 pic x(3) value spaces.
           05 sdl-qa-avg             pic zz9.9.
           05 sdl-qa-avg-x redefines sdl-qa-avg
                                     pic x(5).
           05 filler                 pic x(2) value spaces.
           05 sdl-evals              pic zz9.
           05 filler                 pic x(2) value spaces.
           05 sdl-aht                pic zzz9.
           05 sdl-aht-x redefines sdl-aht
                                     pic x(4).
           05 filler                 pic x(2) value spaces.
           05 sdl-adherence          pic zz9.9.
           05 sdl-adherence-x redefines sdl-adherence
                                     pic x(5).
           05 sdl-adh-pct            pic x.
           05 filler                 pic x value spaces.
           05 sdl-calls              pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 sdl-comp occurs 4 times.
               10 sdl-comp-score     pic zz9.
               10 sdl-comp-score-x redefines sdl-comp-score
                                     pic x(3).
               10 filler             pic x(3).
           05 filler                 pic x(2) value spaces.
           05 sdl-combined           pic zz9.9.
           05 filler                 pic x(2) value spaces.
           05 sdl-flag               pic x(18).

       01 section-heading.
           05 filler                 pic x(2) value spaces.
           05 sh-text                pic x(60).

       01 share-line.
           05 filler                 pic x(4) value spaces.
           05 shl-evaluator          pic x(12).
           05 filler                 pic x(9) value '  scored '.
           05 shl-total              pic zz9.
           05 filler                 pic x(12) value '  own team  '.
           05 shl-own                pic zz9.
           05 filler                 pic x(12) value '  allowed   '.
           05 shl-allowed            pic zz9.
           05 filler                 pic x(12) value '  refused   '.
           05 shl-refused            pic zz9.

       01 reject-line.
           05 filler                 pic x(4) value spaces.
           05 rjl-operator           pic x(3).
           05 filler                 pic x(2) value spaces.
           05 rjl-date               pic 9(8).
           05 filler                 pic x(2) value spaces.
           05 rjl-evaluator          pic x(12).
           05 filler                 pic x(2) value spaces.
           05 rjl-reason             pic x(40).

       01 refused-line.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(34)
               value 'run refused - no scorecard: '.
           05 rfl-reason             pic x(50).

      *--------------Files and Switches----------------------------
       01 ws-monthly-status          pic xx value spaces.
       01 ws-interval-status         pic xx value spaces.
       01 ws-schedule-status         pic xx value spaces.
       01 ws-roster-status           pic xx value spaces.
       01 ws-qaeval-status           pic xx value spaces.
       01 ws-scoreparm-status        pic xx value spaces.
       01 sw-monthly-eof             pic x value 'n'.
       01 sw-interval-eof            pic x value 'n'.
       01 sw-schedule-eof            pic x value 'n'.
       01 sw-roster-eof              pic x value 'n'.
       01 sw-qaeval-eof              pic x value 'n'.

       01 ws-overflow-sw             pic x value 'N'.
           88 ws-overflow                value 'Y'.
       01 ws-found-sw                pic x value 'N'.
           88 ws-found                   value 'Y'.
       01 ws-pick-found-sw           pic x value 'N'.
           88 ws-pick-found              value 'Y'.

      *--------------Scorecard Parameters--------------------------
       01 ws-score-month             pic 99 value 0.
       01 ws-score-year              pic 9(4) value 0.
       01 ws-score-yyyymm            pic 9(6) value 0.
       77 ws-weight-qa               pic 999 value 40.
       77 ws-weight-aht              pic 999 value 20.
       77 ws-weight-adherence        pic 999 value 20.
       77 ws-weight-calls            pic 999 value 20.
       77 ws-qa-floor                pic 999 value 70.
       77 ws-target-aht              pic 9(4) value 300.
       77 ws-own-team-share          pic 999 value 50.

      *--------------Operators-------------------------------------
      *    one entry per operator on the monthly summary - the
      *    month's raw figures, then the four component scores out
      *    of 100 and the weighted combination of those present
       01 ws-op-table.
           05 ws-op-entry occurs 999 times.
               10 ws-op-num              pic x(3).
               10 ws-op-name             pic x(12).
               10 ws-op-team             pic x(3).
               10 ws-op-calls            pic 9(5).
               10 ws-op-talk             pic 9(7).
               10 ws-op-qa-total         pic 9(6).
               10 ws-op-qa-count         pic 9(3).
               10 ws-op-sched-slots      pic 9(3).
               10 ws-op-sched-worked     pic 9(3).
               10 ws-op-comp occurs 4 times.
                   15 ws-op-comp-score   pic 9(3)v9.
                   15 ws-op-comp-sw      pic x.
                       88 ws-op-comp-scored  value 'Y'.
               10 ws-op-combined         pic 9(3)v9.
               10 ws-op-done-sw          pic x.

       01 ws-op-count                pic 9(3) value 0.
       01 ws-op-idx                  pic 9(3) value 0.
       01 ws-op-match-idx            pic 9(3) value 0.
       01 ws-op-pick-idx             pic 9(3) value 0.
       01 ws-rank                    pic 9(3) value 0.
       01 ws-comp-idx                pic 9 value 0.
       01 ws-max-calls               pic 9(5) value 0.

       01 ws-roster-table.
           05 ws-roster-entry occurs 999 times.
               10 ws-ros-number          pic x(3).
               10 ws-ros-team            pic x(3).
               10 ws-ros-supervisor      pic x(12).
               10 ws-ros-start           pic 9(8).
               10 ws-ros-end             pic 9(8).
               10 ws-ros-active          pic x.

       01 ws-roster-count            pic 9(3) value 0.
       01 ws-roster-idx              pic 9(3) value 0.
       01 ws-roster-match-idx        pic 9(3) value 0.

      *    the month's worked slots from the interval profile
       01 ws-worked-table.
           05 ws-worked-entry occurs 2000 times.
               10 ws-wrk-operator        pic x(3).
               10 ws-wrk-slot            pic 99.

       01 ws-worked-count            pic 9(4) value 0.
       01 ws-worked-idx              pic 9(4) value 0.

      *    the month's evaluations that passed the roster checks,
      *    held until every evaluator's own-team share is known
       01 ws-eval-table.
           05 ws-eval-entry occurs 2000 times.
               10 ws-evl-operator        pic x(3).
               10 ws-evl-date            pic 9(8).
               10 ws-evl-evaluator       pic x(12).
               10 ws-evl-overall         pic 9(3).
               10 ws-evl-own-team-sw     pic x.
                   88 ws-evl-own-team        value 'Y'.

       01 ws-eval-count              pic 9(4) value 0.
       01 ws-eval-idx                pic 9(4) value 0.
       01 ws-eval-read               pic 9(5) value 0.
       01 ws-eval-rejected           pic 9(5) value 0.
       01 ws-reject-reason           pic x(40) value spaces.
       01 ws-category-idx            pic 9 value 0.

       01 ws-evaluator-table.
           05 ws-evaluator-entry occurs 50 times.
               10 ws-evr-name            pic x(12).
               10 ws-evr-total           pic 9(3).
               10 ws-evr-own             pic 9(3).
               10 ws-evr-allowed         pic 9(3).
               10 ws-evr-own-taken       pic 9(3).
               10 ws-evr-refused         pic 9(3).

       01 ws-evr-count               pic 99 value 0.
       01 ws-evr-idx                 pic 99 value 0.
       01 ws-evr-match-idx           pic 99 value 0.

       01 ws-weight-total            pic 9(4) value 0.
       01 ws-weighted-sum            pic 9(7)v9 value 0.
       01 ws-comp-weight             pic 999 value 0.
       01 ws-op-aht                  pic 9(5) value 0.
       01 ws-below-floor-count       pic 9(3) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB9SCOR".
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

           perform 040-read-score-parm.
           perform 050-read-monthly-summary.
           perform 060-read-roster.
           perform 070-read-interval-profile.

           open output report-file.
           move ws-score-year to rh-year.
           move ws-score-month to rh-month.
           write print-line from report-heading.

           if ws-overflow
               or ws-op-count = 0
               if ws-overflow
                   move 'a file overflowed its table' to rfl-reason
               else
                   move 'no monthly summary on file' to rfl-reason
               end-if
               write print-line from refused-line
                   after advancing 2 lines
               close report-file
               display "scorecard - " rfl-reason " - run refused"
               stop run
           end-if.

           perform 960-check-batch-control.

           move ws-weight-qa to wl-qa.
           move ws-weight-aht to wl-aht.
           move ws-weight-adherence to wl-adherence.
           move ws-weight-calls to wl-calls.
           move ws-qa-floor to wl-floor.
           move ws-target-aht to wl-target.
           move ws-own-team-share to wl-share.
           write print-line from weight-line
               after advancing 1 line.

           perform 080-read-schedule.

           move 'rejected evaluations' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           perform 100-read-qa-evaluations.
           perform 150-apply-own-team-share.
           if ws-eval-rejected = 0
               move spaces to reject-line
               move 'none' to rjl-reason
               write print-line from reject-line
                   after advancing 1 line
           end-if.

           perform 200-score-one-operator
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.

           write print-line from column-line-1
               after advancing 2 lines.
           write print-line from column-line-2
               after advancing 1 line.

           move 0 to ws-rank.
           move 'Y' to ws-pick-found-sw.
           perform 300-print-next-operator
               until not ws-pick-found.

           move 'evaluator own-team share' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           perform 350-print-one-evaluator
               varying ws-evr-idx from 1 by 1
               until ws-evr-idx > ws-evr-count.

           close report-file.

           display "scorecard " ws-score-year "/" ws-score-month
               " operators: " ws-op-count
               " evaluations: " ws-eval-read
               " rejected: " ws-eval-rejected
               " below qa floor: " ws-below-floor-count.

           move ws-eval-read to ws-stats-read.
           move ws-op-count to ws-stats-written.
           perform 958-write-run-stats.

           stop run.

       040-read-score-parm.

      *    a month later than the business date's is last year's.
      *    a weight or limit that is not numeric keeps its default.
           move ws-business-date(5:2) to ws-score-month.
           move ws-business-date(1:4) to ws-score-year.

           open input score-parm-file.
           if ws-scoreparm-status = "00"
               read score-parm-file
                   at end continue
               end-read
               if ws-scoreparm-status = "00"
                   if spl-month is numeric
                       and spl-month > 0 and spl-month < 13
                       move spl-month to ws-score-month
                   end-if
                   if spl-weight-qa is numeric
                       move spl-weight-qa to ws-weight-qa
                   end-if
                   if spl-weight-aht is numeric
                       move spl-weight-aht to ws-weight-aht
                   end-if
                   if spl-weight-adherence is numeric
                       move spl-weight-adherence
                           to ws-weight-adherence
                   end-if
                   if spl-weight-calls is numeric
                       move spl-weight-calls to ws-weight-calls
                   end-if
                   if spl-qa-floor is numeric
                       move spl-qa-floor to ws-qa-floor
                   end-if
                   if spl-target-aht is numeric
                       and spl-target-aht > 0
                       move spl-target-aht to ws-target-aht
                   end-if
                   if spl-own-team-share is numeric
                       and spl-own-team-share not > 100
                       move spl-own-team-share to ws-own-team-share
                   end-if
               end-if
               close score-parm-file
           end-if.

           if ws-business-date(5:2) < ws-score-month
               subtract 1 from ws-score-year
           end-if.
           compute ws-score-yyyymm =
               ws-score-year * 100 + ws-score-month.

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

           add 1 to ws-op-count.
           move emp-rec-num to ws-op-num(ws-op-count).
           move emp-rec-name to ws-op-name(ws-op-count).
           move '???' to ws-op-team(ws-op-count).
           move emp-rec-calls-month(ws-score-month)
               to ws-op-calls(ws-op-count).
           if emp-rec-talk-month(ws-score-month) is numeric
               move emp-rec-talk-month(ws-score-month)
                   to ws-op-talk(ws-op-count)
           else
               move 0 to ws-op-talk(ws-op-count)
           end-if.
           move 0 to ws-op-qa-total(ws-op-count).
           move 0 to ws-op-qa-count(ws-op-count).
           move 0 to ws-op-sched-slots(ws-op-count).
           move 0 to ws-op-sched-worked(ws-op-count).
           move 0 to ws-op-combined(ws-op-count).
           move 'N' to ws-op-done-sw(ws-op-count).
           if ws-op-calls(ws-op-count) > ws-max-calls
               move ws-op-calls(ws-op-count) to ws-max-calls
           end-if.

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

       070-read-interval-profile.

           open input interval-file.
           if ws-interval-status = "00"
               read interval-file
                   at end move 'y' to sw-interval-eof
               end-read
               if ws-interval-status not = "00"
                   move 'y' to sw-interval-eof
               end-if
               perform 075-take-one-interval
                   until sw-interval-eof = 'y'
               close interval-file
           end-if.

       075-take-one-interval.

           if il-month = ws-score-month
               and (il-calls > 0 or il-talk > 0)
               if ws-worked-count < 2000
                   add 1 to ws-worked-count
                   move il-operator to ws-wrk-operator(ws-worked-count)
                   move il-interval to ws-wrk-slot(ws-worked-count)
               else
                   set ws-overflow to true
               end-if
           end-if.

           read interval-file
               at end move 'y' to sw-interval-eof
           end-read.
           if ws-interval-status not = "00"
               move 'y' to sw-interval-eof
           end-if.

       080-read-schedule.

      *    an operator with no schedule for the month is not scored
      *    on adherence at all, rather than scored zero
           open input schedule-file.
           if ws-schedule-status = "00"
               read schedule-file
                   at end move 'y' to sw-schedule-eof
               end-read
               if ws-schedule-status not = "00"
                   move 'y' to sw-schedule-eof
               end-if
               perform 085-take-one-scheduled-slot
                   until sw-schedule-eof = 'y'
               close schedule-file
           end-if.

       085-take-one-scheduled-slot.

           if sl-month = ws-score-month
               move 'N' to ws-found-sw
               perform 090-find-operator-for-schedule
                   varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-count
                       or ws-found
               if ws-found
                   add 1 to ws-op-sched-slots(ws-op-match-idx)
                   move 'N' to ws-found-sw
                   perform 095-check-one-worked-slot
                       varying ws-worked-idx from 1 by 1
                       until ws-worked-idx > ws-worked-count
                           or ws-found
                   if ws-found
                       add 1 to ws-op-sched-worked(ws-op-match-idx)
                   end-if
               end-if
           end-if.

           read schedule-file
               at end move 'y' to sw-schedule-eof
           end-read.
           if ws-schedule-status not = "00"
               move 'y' to sw-schedule-eof
           end-if.

       090-find-operator-for-schedule.

           if ws-op-num(ws-op-idx) = sl-operator
               set ws-found to true
               move ws-op-idx to ws-op-match-idx
           end-if.

       095-check-one-worked-slot.

           if ws-wrk-operator(ws-worked-idx) = sl-operator
               and ws-wrk-slot(ws-worked-idx) = sl-interval
               set ws-found to true
           end-if.

       100-read-qa-evaluations.

           open input qa-eval-file.
           if ws-qaeval-status = "00"
               read qa-eval-file
                   at end move 'y' to sw-qaeval-eof
               end-read
               if ws-qaeval-status not = "00"
                   move 'y' to sw-qaeval-eof
               end-if
               perform 110-take-one-evaluation
                   until sw-qaeval-eof = 'y'
               close qa-eval-file
           end-if.

       110-take-one-evaluation.

      *    only the month being scored is looked at. the operator
      *    must be rostered, active and inside their roster dates on
      *    the evaluation date, and every score 0 to 100.
           if qa-eval-date(1:6) = ws-score-yyyymm
               add 1 to ws-eval-read
               move spaces to ws-reject-reason
               move 'N' to ws-found-sw
               perform 115-find-roster-for-eval
                   varying ws-roster-idx from 1 by 1
                   until ws-roster-idx > ws-roster-count
                       or ws-found
               evaluate true
                   when not ws-found
                       move 'operator not on roster'
                           to ws-reject-reason
                   when ws-ros-active(ws-roster-match-idx) not = 'Y'
                       move 'operator not active' to ws-reject-reason
                   when qa-eval-date < ws-ros-start(ws-roster-match-idx)
                       move 'outside roster dates' to ws-reject-reason
                   when ws-ros-end(ws-roster-match-idx) > 0
                       and qa-eval-date
                           > ws-ros-end(ws-roster-match-idx)
                       move 'outside roster dates' to ws-reject-reason
                   when qa-evaluator = spaces
                       move 'no evaluator' to ws-reject-reason
                   when qa-overall-score is not numeric
                       or qa-overall-score > 100
                       move 'overall score not 0-100'
                           to ws-reject-reason
               end-evaluate
               if ws-reject-reason = spaces
                   perform 120-check-one-category
                       varying ws-category-idx from 1 by 1
                       until ws-category-idx > 5
               end-if
               if ws-reject-reason = spaces
                   and ws-eval-count = 2000
                   move 'evaluation table full' to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   perform 125-hold-evaluation
               else
                   move qa-operator to rjl-operator
                   move qa-eval-date to rjl-date
                   move qa-evaluator to rjl-evaluator
                   perform 190-print-rejected-evaluation
               end-if
           end-if.

           read qa-eval-file
               at end move 'y' to sw-qaeval-eof
           end-read.
           if ws-qaeval-status not = "00"
               move 'y' to sw-qaeval-eof
           end-if.

       115-find-roster-for-eval.

           if ws-ros-number(ws-roster-idx) = qa-operator
               set ws-found to true
               move ws-roster-idx to ws-roster-match-idx
           end-if.

       120-check-one-category.

           if qa-category-score(ws-category-idx) is not numeric
               or qa-category-score(ws-category-idx) > 100
               move 'category score not 0-100' to ws-reject-reason
           end-if.

       125-hold-evaluation.

           add 1 to ws-eval-count.
           move qa-operator to ws-evl-operator(ws-eval-count).
           move qa-eval-date to ws-evl-date(ws-eval-count).
           move qa-evaluator to ws-evl-evaluator(ws-eval-count).
           move qa-overall-score to ws-evl-overall(ws-eval-count).
           if qa-evaluator = ws-ros-supervisor(ws-roster-match-idx)
               move 'Y' to ws-evl-own-team-sw(ws-eval-count)
           else
               move 'N' to ws-evl-own-team-sw(ws-eval-count)
           end-if.

           move 'N' to ws-found-sw.
           perform 130-find-evaluator
               varying ws-evr-idx from 1 by 1
               until ws-evr-idx > ws-evr-count
                   or ws-found.
           if not ws-found and ws-evr-count < 50
               add 1 to ws-evr-count
               move ws-evr-count to ws-evr-match-idx
               move qa-evaluator to ws-evr-name(ws-evr-match-idx)
               move 0 to ws-evr-total(ws-evr-match-idx)
               move 0 to ws-evr-own(ws-evr-match-idx)
               move 0 to ws-evr-allowed(ws-evr-match-idx)
               move 0 to ws-evr-own-taken(ws-evr-match-idx)
               move 0 to ws-evr-refused(ws-evr-match-idx)
               set ws-found to true
           end-if.
           if ws-found
               add 1 to ws-evr-total(ws-evr-match-idx)
               if ws-evl-own-team(ws-eval-count)
                   add 1 to ws-evr-own(ws-evr-match-idx)
               end-if
           end-if.

       130-find-evaluator.

           if ws-evr-name(ws-evr-idx) = ws-evl-evaluator(ws-eval-count)
               set ws-found to true
               move ws-evr-idx to ws-evr-match-idx
           end-if.

       150-apply-own-team-share.

      *    a supervisor's own-team evaluations count up to the set
      *    share of everything they scored in the month, taken in
      *    file order - the rest are refused
           perform 155-set-one-allowance
               varying ws-evr-idx from 1 by 1
               until ws-evr-idx > ws-evr-count.

           perform 160-take-one-held-evaluation
               varying ws-eval-idx from 1 by 1
               until ws-eval-idx > ws-eval-count.

       155-set-one-allowance.

           compute ws-evr-allowed(ws-evr-idx) =
               ws-evr-total(ws-evr-idx) * ws-own-team-share / 100.

       160-take-one-held-evaluation.

           move 'N' to ws-found-sw.
           perform 165-find-evaluator-for-held
               varying ws-evr-idx from 1 by 1
               until ws-evr-idx > ws-evr-count
                   or ws-found.

           if ws-evl-own-team(ws-eval-idx) and ws-found
               if ws-evr-own-taken(ws-evr-match-idx)
                       >= ws-evr-allowed(ws-evr-match-idx)
                   add 1 to ws-evr-refused(ws-evr-match-idx)
                   move ws-evl-operator(ws-eval-idx) to rjl-operator
                   move ws-evl-date(ws-eval-idx) to rjl-date
                   move ws-evl-evaluator(ws-eval-idx) to rjl-evaluator
                   move 'own team past allowed share'
                       to ws-reject-reason
                   perform 190-print-rejected-evaluation
               else
                   add 1 to ws-evr-own-taken(ws-evr-match-idx)
                   perform 170-post-evaluation
               end-if
           else
               perform 170-post-evaluation
           end-if.

       165-find-evaluator-for-held.

           if ws-evr-name(ws-evr-idx) = ws-evl-evaluator(ws-eval-idx)
               set ws-found to true
               move ws-evr-idx to ws-evr-match-idx
           end-if.

       170-post-evaluation.

      *    an evaluated operator with no summary line for the month
      *    has nothing to score and is passed over
           move 'N' to ws-found-sw.
           perform 175-find-operator-for-eval
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count
                   or ws-found.
           if ws-found
               add ws-evl-overall(ws-eval-idx)
                   to ws-op-qa-total(ws-op-match-idx)
               add 1 to ws-op-qa-count(ws-op-match-idx)
           end-if.

       175-find-operator-for-eval.

           if ws-op-num(ws-op-idx) = ws-evl-operator(ws-eval-idx)
               set ws-found to true
               move ws-op-idx to ws-op-match-idx
           end-if.

       190-print-rejected-evaluation.

           move ws-reject-reason to rjl-reason.
           write print-line from reject-line
               after advancing 1 line.
           add 1 to ws-eval-rejected.

       200-score-one-operator.

      *    each component is out of 100: the qa average as it
      *    stands, handle time at 100 up to the target and falling
      *    in proportion past it, adherence as the share of
      *    scheduled slots worked, and calls against the month's
      *    busiest operator. the combined score weighs only the
      *    components the operator has figures for.
           perform 210-find-roster-for-operator
               varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count.

           move 'N' to ws-op-comp-sw(ws-op-idx, 1).
           if ws-op-qa-count(ws-op-idx) > 0
               compute ws-op-comp-score(ws-op-idx, 1) rounded =
                   ws-op-qa-total(ws-op-idx) / ws-op-qa-count(ws-op-idx)
               move 'Y' to ws-op-comp-sw(ws-op-idx, 1)
           end-if.

           move 'N' to ws-op-comp-sw(ws-op-idx, 2).
           if ws-op-calls(ws-op-idx) > 0
               and ws-op-talk(ws-op-idx) > 0
               compute ws-op-aht rounded =
                   ws-op-talk(ws-op-idx) / ws-op-calls(ws-op-idx)
               if ws-op-aht > ws-target-aht
                   compute ws-op-comp-score(ws-op-idx, 2) rounded =
                       ws-target-aht * 100 / ws-op-aht
               else
                   move 100 to ws-op-comp-score(ws-op-idx, 2)
               end-if
               move 'Y' to ws-op-comp-sw(ws-op-idx, 2)
           end-if.

           move 'N' to ws-op-comp-sw(ws-op-idx, 3).
           if ws-op-sched-slots(ws-op-idx) > 0
               compute ws-op-comp-score(ws-op-idx, 3) rounded =
                   ws-op-sched-worked(ws-op-idx) * 100
                       / ws-op-sched-slots(ws-op-idx)
               move 'Y' to ws-op-comp-sw(ws-op-idx, 3)
           end-if.

           move 'N' to ws-op-comp-sw(ws-op-idx, 4).
           if ws-max-calls > 0
               compute ws-op-comp-score(ws-op-idx, 4) rounded =
                   ws-op-calls(ws-op-idx) * 100 / ws-max-calls
               move 'Y' to ws-op-comp-sw(ws-op-idx, 4)
           end-if.

           move 0 to ws-weight-total.
           move 0 to ws-weighted-sum.
           perform 220-weigh-one-component
               varying ws-comp-idx from 1 by 1
               until ws-comp-idx > 4.
           if ws-weight-total > 0
               compute ws-op-combined(ws-op-idx) rounded =
                   ws-weighted-sum / ws-weight-total
           else
               move 0 to ws-op-combined(ws-op-idx)
           end-if.

       210-find-roster-for-operator.

           if ws-ros-number(ws-roster-idx) = ws-op-num(ws-op-idx)
               move ws-ros-team(ws-roster-idx) to ws-op-team(ws-op-idx)
           end-if.

       220-weigh-one-component.

           evaluate ws-comp-idx
               when 1
                   move ws-weight-qa to ws-comp-weight
               when 2
                   move ws-weight-aht to ws-comp-weight
               when 3
                   move ws-weight-adherence to ws-comp-weight
               when other
                   move ws-weight-calls to ws-comp-weight
           end-evaluate.
           if ws-op-comp-scored(ws-op-idx, ws-comp-idx)
               add ws-comp-weight to ws-weight-total
               compute ws-weighted-sum = ws-weighted-sum
                   + ws-op-comp-score(ws-op-idx, ws-comp-idx)
                       * ws-comp-weight
           end-if.

       300-print-next-operator.

      *    highest combined score first
           move 'N' to ws-pick-found-sw.
           move 0 to ws-op-pick-idx.
           perform 305-weigh-one-operator
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.

           if ws-pick-found
               move 'Y' to ws-op-done-sw(ws-op-pick-idx)
               add 1 to ws-rank
               perform 310-print-operator
           end-if.

       305-weigh-one-operator.

           if ws-op-done-sw(ws-op-idx) = 'N'
               if not ws-pick-found
                   set ws-pick-found to true
                   move ws-op-idx to ws-op-pick-idx
               else
                   if ws-op-combined(ws-op-idx)
                           > ws-op-combined(ws-op-pick-idx)
                       move ws-op-idx to ws-op-pick-idx
                   end-if
               end-if
           end-if.

       310-print-operator.

      *    the qa floor flag stands whatever the rank
           move spaces to score-detail-line.
           move ws-rank to sdl-rank.
           move ws-op-num(ws-op-pick-idx) to sdl-num.
           move ws-op-name(ws-op-pick-idx) to sdl-name.
           move ws-op-team(ws-op-pick-idx) to sdl-team.
           move ws-op-qa-count(ws-op-pick-idx) to sdl-evals.
           move ws-op-calls(ws-op-pick-idx) to sdl-calls.

           if ws-op-comp-scored(ws-op-pick-idx, 1)
               move ws-op-comp-score(ws-op-pick-idx, 1) to sdl-qa-avg
               if ws-op-comp-score(ws-op-pick-idx, 1) < ws-qa-floor
                   move '** below qa floor' to sdl-flag
                   add 1 to ws-below-floor-count
               end-if
           else
               move spaces to sdl-qa-avg-x
               move 'no evaluations' to sdl-flag
           end-if.

           if ws-op-comp-scored(ws-op-pick-idx, 2)
               compute sdl-aht rounded = ws-op-talk(ws-op-pick-idx)
                   / ws-op-calls(ws-op-pick-idx)
           else
               move spaces to sdl-aht-x
           end-if.

           if ws-op-comp-scored(ws-op-pick-idx, 3)
               move ws-op-comp-score(ws-op-pick-idx, 3)
                   to sdl-adherence
               move '%' to sdl-adh-pct
           else
               move spaces to sdl-adherence-x
           end-if.

           perform 315-move-one-component
               varying ws-comp-idx from 1 by 1
               until ws-comp-idx > 4.

           move ws-op-combined(ws-op-pick-idx) to sdl-combined.

           write print-line from score-detail-line
               after advancing 1 line.

       315-move-one-component.

           if ws-op-comp-scored(ws-op-pick-idx, ws-comp-idx)
               compute sdl-comp-score(ws-comp-idx) rounded =
                   ws-op-comp-score(ws-op-pick-idx, ws-comp-idx)
           else
               move '  -' to sdl-comp-score-x(ws-comp-idx)
           end-if.

       350-print-one-evaluator.

           move ws-evr-name(ws-evr-idx) to shl-evaluator.
           move ws-evr-total(ws-evr-idx) to shl-total.
           move ws-evr-own(ws-evr-idx) to shl-own.
           move ws-evr-allowed(ws-evr-idx) to shl-allowed.
           move ws-evr-refused(ws-evr-idx) to shl-refused.
           write print-line from share-line
               after advancing 1 line.

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

       end program Lab9Scorecard.
