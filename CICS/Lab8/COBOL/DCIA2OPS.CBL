       identification division.
       program-id. DCIA2OPS.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the suite's job ordering - every job named here gets a
      *    status record, in the order the suite runs them.
           select batch-deps-file
           assign to "../../../data/BatchDeps.dat"
           organization is line sequential
           file status is ws-batchdeps-status.

      *    the shared batch-control file every job stamps as it
      *    starts - stamped with the business date means it began.
           select batch-control-file
           assign to "../../../data/BatchControl.dat"
           organization is line sequential
           file status is ws-batchctl-status.

      *    the shared run log every job appends to as it ends - a
      *    run logged for the business date means it finished.
           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

      *    the suite-wide exception repository - anything not yet
      *    marked cleared counts against the job that raised it.
           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    the jobs DCIA2WOP waits on before it reopens the window.
           select jobs-file
           assign to "../../../data/WindowJobs.dat"
           organization is line sequential
           file status is ws-jobs-status.

      *    window start and online opening, hhmm each on one line -
      *    the same file the night plan reads.
           select window-file
           assign to "../../../data/OnlineOpen.dat"
           organization is line sequential
           file status is ws-window-status.

      *    business-day calendar - the jobs stamp the business date,
      *    so the status is judged against the same date.
           select business-cal-file
           assign to "../../../data/BusDayCal.dat"
           organization is line sequential
           file status is ws-buscal-status.

           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    the status file the IA60 screen reads - rebuilt in place
      *    so the online side never finds it missing.
           select ops-file
           assign to "OPSFILE"
           organization is indexed
           access mode is random
           record key is fd-opskey
           file status is ws-ops-status.

           select report-file
           assign to "../../../data/DCIA2OPS.out"
           organization is line sequential.

       data division.
       file section.

       fd  batch-deps-file
           data record is batch-deps-line.
       01  batch-deps-line.
           05 bd-job-name               pic x(8).
           05 bd-predecessor            pic x(8).

       fd  batch-control-file
           data record is batch-control-line.
       01  batch-control-line.
           05 bc-job-name               pic x(8).
           05 bc-last-run-date          pic 9(8).
           05 bc-run-sequence           pic 9(5).

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
           05 el-status                 pic x.
           05 el-fixed-by               pic x(8).
           05 el-fixed-date             pic 9(8).

       fd  jobs-file
           data record is jobs-line.
       01  jobs-line.
           05 jl-job-name               pic x(8).

       fd  window-file
           data record is window-line.
       01  window-line.
           05 wl-window-start           pic 9(4).
           05 wl-online-open            pic 9(4).

       fd  business-cal-file
           data record is business-cal-line.

       01  business-cal-line.
           05 cal-date                      pic 9(8).
           05 cal-business-flag             pic x.
           05 cal-month-end-flag            pic x.
           05 cal-period-end-flag           pic x.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  ops-file
           record contains 67 characters.
       01  ops-file-record.
           05 fd-opskey                 pic x(8).
           05 filler                    pic x(59).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY NIGHTLY SUITE STATUS RECORD LAYOUT
       COPY 'OPSREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, SUITE STATUS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(36)
               value "NIGHTLY SUITE STATUS SNAPSHOT".

       01  business-date-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(15)
               value "BUSINESS DATE: ".
           05 bdl-date                  pic 9(8).
           05 filler                    pic x(12)
               value "   WINDOW: ".
           05 bdl-window                pic x(6).

       01  status-line.
           05 filler                    pic x(3) value spaces.
           05 stl-seq                   pic zz9.
           05 filler                    pic x(2) value spaces.
           05 stl-job-name              pic x(8).
           05 filler                    pic x(2) value spaces.
           05 stl-status                pic x(20).
           05 filler                    pic x(2) value spaces.
           05 stl-stamp-date            pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 stl-elapsed               pic zzzzz9.
           05 filler                    pic x(2) value spaces.
           05 stl-exceptions            pic zzzz9.
           05 filler                    pic x(2) value spaces.
           05 stl-waiting-on            pic x(8).
           05 filler                    pic x(2) value spaces.
           05 stl-flag                  pic x(20).

       01  projection-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(19)
               value "PROJECTED FINISH:  ".
           05 pjl-hh                    pic 99.
           05 filler                    pic x value ":".
           05 pjl-mm                    pic 99.
           05 filler                    pic x(18)
               value "   ONLINE OPENS:  ".
           05 pjl-open-hh               pic 99.
           05 filler                    pic x value ":".
           05 pjl-open-mm               pic 99.

       01  finished-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "EVERY JOB COMPLETE FOR THE BUSINESS DATE".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-batchdeps-eof             pic x value 'n'.
       01  sw-bc-eof                    pic x value 'n'.
       01  sw-runstats-eof              pic x value 'n'.
       01  sw-exceptlog-eof             pic x value 'n'.
       01  sw-jobs-eof                  pic x value 'n'.
       01  ws-batchdeps-status          pic xx value spaces.
       01  ws-batchctl-status           pic xx value spaces.
       01  ws-runstats-status           pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.
       01  ws-jobs-status               pic xx value spaces.
       01  ws-window-status             pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-ops-status                pic xx value spaces.

      *---------------Job Table-----------------------------------
      *    one entry per job named in the dependencies or the window
      *    list - stamp off batch control, the latest run and its
      *    average off the stats, open exceptions off the log.
       01 ws-job-table.
           05 ws-job-entry occurs 50 times.
               10 ws-job-name           pic x(8).
               10 ws-job-stamp-date     pic 9(8).
               10 ws-job-run-sequence   pic 9(5).
               10 ws-job-last-date      pic 9(8).
               10 ws-job-last-elapsed   pic 9(6).
               10 ws-job-runs           pic 9(4).
               10 ws-job-total          pic 9(8).
               10 ws-job-ended-sw       pic x.
               10 ws-job-exceptions     pic 9(5).
               10 ws-job-window-sw      pic x.
               10 ws-job-sched-sw       pic x.
               10 ws-job-seq            pic 9(3).
               10 ws-job-status         pic x.
               10 ws-job-waiting-on     pic x(8).

       01 ws-job-count                  pic 99 value 0.
       01 ws-job-idx                    pic 99 value 0.
       01 ws-job-match-idx              pic 99 value 0.
       01 ws-pred-idx                   pic 99 value 0.
       01 ws-job-found-sw               pic x value "N".
           88 ws-job-found                   value "Y".
       01 ws-wanted-job                 pic x(8) value spaces.
       77 ws-reopen-job                 pic x(8) value "DCIA2WOP".

      *---------------Dependency Table----------------------------
       01 ws-dep-table.
           05 ws-dep-entry occurs 100 times.
               10 ws-dep-job            pic x(8).
               10 ws-dep-pred           pic x(8).

       01 ws-dep-count                  pic 999 value 0.
       01 ws-dep-idx                    pic 999 value 0.

      *---------------Plan Order Walk-----------------------------
       01 ws-pass-scheduled             pic 99 value 0.
       01 ws-total-scheduled            pic 99 value 0.
       01 ws-plan-pos                   pic 99 value 0.
       01 ws-judge-idx                  pic 99 value 0.
       01 ws-ready-sw                   pic x value "Y".
           88 ws-ready                       value "Y".

      *---------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-done             pic 9(3) value 0.
           05 ws-count-blocking         pic 9(3) value 0.
           05 ws-count-written          pic 9(7) value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-run-time                   pic 9(8).
       01 ws-window-label               pic x(6) value spaces.
       77 ws-online-open-hhmm           pic 9(4) value 0600.

       01 ws-time-parts.
           05 ws-tp-hh                  pic 99.
           05 ws-tp-mm                  pic 99.
           05 ws-tp-ss                  pic 99.
       01 ws-start-secs-work            pic 9(6) value 0.
       01 ws-end-secs-work              pic 9(6) value 0.
       01 ws-elapsed-seconds            pic s9(7) value 0.
       01 ws-clock-seconds              pic 9(7) value 0.
       01 ws-hh                         pic 99 value 0.
       01 ws-mm                         pic 99 value 0.
       01 ws-rest                       pic 9(5) value 0.
       01 ws-proj-finish                pic 9(4) value 0.

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
           accept ws-run-time from time.
           perform 940-read-business-calendar.

           perform 050-read-window-times.
           perform 060-read-system-status.

           perform 100-read-dependencies.
           perform 150-read-window-jobs.

           if ws-job-count = 0
               display "nothing to show - no jobs on BatchDeps.dat"
               stop run
           end-if.

           perform 200-read-batch-control.
           perform 250-read-run-stats.
           perform 280-read-exception-log.

           perform 300-order-jobs.
           perform 400-judge-one-job
               varying ws-plan-pos from 1 by 1
               until ws-plan-pos > ws-job-count.

           open i-o ops-file.
           if ws-ops-status = "35"
               open output ops-file
               close ops-file
               open i-o ops-file
           end-if.
           if ws-ops-status not = "00"
               display "OPSFILE OPEN FAILED - STATUS: " ws-ops-status
               stop run
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           move ws-business-date to bdl-date.
           move ws-window-label to bdl-window.
           write report-print-line from business-date-line
               after advancing 2 lines.
           move spaces to report-print-line.
           write report-print-line after advancing 1 line.

           perform 500-publish-in-plan-order
               varying ws-plan-pos from 1 by 1
               until ws-plan-pos > ws-job-count.

           perform 600-publish-suite-summary.
           perform 900-print-totals.

           close ops-file,
                 report-file.
           stop run.

       050-read-window-times.

      *    a missing file leaves online opening at 0600, the same
      *    default the night plan uses
           open input window-file.
           if ws-window-status = "00"
               read window-file
                   at end continue
               end-read
               if ws-window-status = "00"
                   move wl-online-open to ws-online-open-hhmm
               end-if
               close window-file
           end-if.

       060-read-system-status.

      *    the same control record IA35 flips - an unavailable
      *    control file or no record yet reads as open
           move "OPEN" to ws-window-label.
           move "O" to CTL-SYSTEM-STATUS.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "SYSSTAT " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key move "O" to CTL-SYSTEM-STATUS
               end-read
               close ctl-file
           end-if.
           if CTL-SYSTEM-CLOSED
               move "CLOSED" to ws-window-label
           end-if.

       100-read-dependencies.

           open input batch-deps-file.
           if ws-batchdeps-status = "00"
               read batch-deps-file
                   at end move "y" to sw-batchdeps-eof
               end-read
               if ws-batchdeps-status not = "00"
                   move "y" to sw-batchdeps-eof
               end-if
               perform 110-load-one-dep
                   until sw-batchdeps-eof = "y"
                       or ws-dep-count = 100
               close batch-deps-file
           end-if.

       110-load-one-dep.

           add 1 to ws-dep-count.
           move bd-job-name to ws-dep-job(ws-dep-count).
           move bd-predecessor to ws-dep-pred(ws-dep-count).

      *    both ends of the arrow are jobs the screen must show
           move bd-job-name to ws-wanted-job.
           perform 170-find-or-add-job.
           move bd-predecessor to ws-wanted-job.
           perform 170-find-or-add-job.

      *    whatever the reopener itself waits on holds the window
           if bd-job-name = ws-reopen-job and ws-job-found
               move "Y" to ws-job-window-sw(ws-job-match-idx)
           end-if.

           read batch-deps-file
               at end move "y" to sw-batchdeps-eof
           end-read.
           if ws-batchdeps-status not = "00"
               move "y" to sw-batchdeps-eof
           end-if.

       150-read-window-jobs.

           open input jobs-file.
           if ws-jobs-status = "00"
               read jobs-file
                   at end move "y" to sw-jobs-eof
               end-read
               perform 160-take-one-window-job
                   until sw-jobs-eof = "y"
               close jobs-file
           end-if.

       160-take-one-window-job.

           move jl-job-name to ws-wanted-job.
           perform 170-find-or-add-job.
           if ws-job-found
               move "Y" to ws-job-window-sw(ws-job-match-idx)
           end-if.

           read jobs-file
               at end move "y" to sw-jobs-eof.

       170-find-or-add-job.

           move "N" to ws-job-found-sw.
           perform 180-check-one-job
               varying ws-job-idx from 1 by 1
               until ws-job-idx > ws-job-count.

           if not ws-job-found and ws-job-count < 50
               add 1 to ws-job-count
               move ws-wanted-job to ws-job-name(ws-job-count)
               move 0 to ws-job-stamp-date(ws-job-count)
               move 0 to ws-job-run-sequence(ws-job-count)
               move 0 to ws-job-last-date(ws-job-count)
               move 0 to ws-job-last-elapsed(ws-job-count)
               move 0 to ws-job-runs(ws-job-count)
               move 0 to ws-job-total(ws-job-count)
               move "N" to ws-job-ended-sw(ws-job-count)
               move 0 to ws-job-exceptions(ws-job-count)
               move "N" to ws-job-window-sw(ws-job-count)
               move "N" to ws-job-sched-sw(ws-job-count)
               move 0 to ws-job-seq(ws-job-count)
               move space to ws-job-status(ws-job-count)
               move spaces to ws-job-waiting-on(ws-job-count)
               move ws-job-count to ws-job-match-idx
               set ws-job-found to true
           end-if.

       180-check-one-job.

           if ws-job-name(ws-job-idx) = ws-wanted-job
               set ws-job-found to true
               move ws-job-idx to ws-job-match-idx
           end-if.

       190-find-job.

      *    a lookup only - a job off the dependency list is not one
      *    the screen shows, so nothing is added for it
           move "N" to ws-job-found-sw.
           perform 180-check-one-job
               varying ws-job-idx from 1 by 1
               until ws-job-idx > ws-job-count.

       200-read-batch-control.

           open input batch-control-file.
           if ws-batchctl-status = "00"
               read batch-control-file
                   at end move "y" to sw-bc-eof
               end-read
               perform 210-take-one-stamp until sw-bc-eof = "y"
               close batch-control-file
           end-if.

       210-take-one-stamp.

           move bc-job-name to ws-wanted-job.
           perform 190-find-job.
           if ws-job-found
               move bc-last-run-date
                   to ws-job-stamp-date(ws-job-match-idx)
               move bc-run-sequence
                   to ws-job-run-sequence(ws-job-match-idx)
           end-if.

           read batch-control-file
               at end move "y" to sw-bc-eof.

       250-read-run-stats.

           open input run-stats-file.
           if ws-runstats-status = "00"
               read run-stats-file
                   at end move "y" to sw-runstats-eof
               end-read
               if ws-runstats-status not = "00"
                   move "y" to sw-runstats-eof
               end-if
               perform 260-take-one-run
                   until sw-runstats-eof = "y"
               close run-stats-file
           end-if.

       260-take-one-run.

      *    the log is appended in run order, so the last line for a
      *    job is its latest run
           move rs-job-name to ws-wanted-job.
           perform 190-find-job.

           if ws-job-found
               move rs-start-time to ws-time-parts
               compute ws-start-secs-work =
                   ws-tp-hh * 3600 + ws-tp-mm * 60 + ws-tp-ss
               move rs-end-time to ws-time-parts
               compute ws-end-secs-work =
                   ws-tp-hh * 3600 + ws-tp-mm * 60 + ws-tp-ss
               compute ws-elapsed-seconds =
                   ws-end-secs-work - ws-start-secs-work
      *    a run that crossed midnight wraps forward a day
               if ws-elapsed-seconds < 0
                   add 86400 to ws-elapsed-seconds
               end-if
               move rs-run-date to ws-job-last-date(ws-job-match-idx)
               move ws-elapsed-seconds
                   to ws-job-last-elapsed(ws-job-match-idx)
               add ws-elapsed-seconds
                   to ws-job-total(ws-job-match-idx)
               add 1 to ws-job-runs(ws-job-match-idx)
               if rs-run-date = ws-business-date
                   move "Y" to ws-job-ended-sw(ws-job-match-idx)
               end-if
           end-if.

           read run-stats-file
               at end move "y" to sw-runstats-eof.

       280-read-exception-log.

           open input except-log-file.
           if ws-exceptlog-status = "00"
               read except-log-file
                   at end move "y" to sw-exceptlog-eof
               end-read
               perform 290-take-one-exception
                   until sw-exceptlog-eof = "y"
               close except-log-file
           end-if.

       290-take-one-exception.

           if el-status not = "C"
               move el-job-name to ws-wanted-job
               perform 190-find-job
               if ws-job-found
                   add 1 to ws-job-exceptions(ws-job-match-idx)
               end-if
           end-if.

           read except-log-file
               at end move "y" to sw-exceptlog-eof.

       300-order-jobs.

      *    the same ordering walk the night plan does - each pass
      *    places every job whose predecessors are all placed. what
      *    a cycle leaves unplaced goes on the end in table order.
           move 0 to ws-total-scheduled.
           move 99 to ws-pass-scheduled.

           perform 310-order-one-pass
               until ws-total-scheduled = ws-job-count
                   or ws-pass-scheduled = 0.

           perform 340-place-leftover
               varying ws-job-idx from 1 by 1
               until ws-job-idx > ws-job-count.

       310-order-one-pass.

           move 0 to ws-pass-scheduled.
           perform 320-try-one-job
               varying ws-pred-idx from 1 by 1
               until ws-pred-idx > ws-job-count.

       320-try-one-job.

           if ws-job-sched-sw(ws-pred-idx) = "N"
               move "Y" to ws-ready-sw
               perform 330-check-one-arrow
                   varying ws-dep-idx from 1 by 1
                   until ws-dep-idx > ws-dep-count
               if ws-ready
                   add 1 to ws-pass-scheduled
                   add 1 to ws-total-scheduled
                   move "Y" to ws-job-sched-sw(ws-pred-idx)
                   move ws-total-scheduled to ws-job-seq(ws-pred-idx)
               end-if
           end-if.

       330-check-one-arrow.

           if ws-dep-job(ws-dep-idx) = ws-job-name(ws-pred-idx)
               move ws-dep-pred(ws-dep-idx) to ws-wanted-job
               perform 190-find-job
               if ws-job-found
                   if ws-job-sched-sw(ws-job-match-idx) = "N"
                       move "N" to ws-ready-sw
                   end-if
               end-if
           end-if.

       340-place-leftover.

           if ws-job-sched-sw(ws-job-idx) = "N"
               add 1 to ws-total-scheduled
               move "Y" to ws-job-sched-sw(ws-job-idx)
               move ws-total-scheduled to ws-job-seq(ws-job-idx)
           end-if.

       400-judge-one-job.

      *    judged in plan order so every predecessor already has its
      *    verdict. a job stamped for the business date has started;
      *    with a run logged for the date too it has finished. one
      *    not yet started waits on its first unfinished predecessor.
           perform 410-find-plan-position.

           if ws-judge-idx > 0
               if ws-job-stamp-date(ws-judge-idx) = ws-business-date
                   if ws-job-ended-sw(ws-judge-idx) = "Y"
                       move "C" to ws-job-status(ws-judge-idx)
                       add 1 to ws-count-done
                   else
                       move "S" to ws-job-status(ws-judge-idx)
                   end-if
               else
                   move "R" to ws-job-status(ws-judge-idx)
                   perform 420-check-one-pred
                       varying ws-dep-idx from 1 by 1
                       until ws-dep-idx > ws-dep-count
               end-if
           end-if.

       410-find-plan-position.

           move 0 to ws-judge-idx.
           perform 415-check-plan-entry
               varying ws-job-idx from 1 by 1
               until ws-job-idx > ws-job-count.

       415-check-plan-entry.

           if ws-job-seq(ws-job-idx) = ws-plan-pos
               move ws-job-idx to ws-judge-idx
           end-if.

       420-check-one-pred.

           if ws-dep-job(ws-dep-idx) = ws-job-name(ws-judge-idx)
               and ws-job-status(ws-judge-idx) = "R"
               move ws-dep-pred(ws-dep-idx) to ws-wanted-job
               perform 190-find-job
               if ws-job-found
                   if ws-job-status(ws-job-match-idx) not = "C"
                       move "W" to ws-job-status(ws-judge-idx)
                       move ws-wanted-job
                           to ws-job-waiting-on(ws-judge-idx)
                   end-if
               end-if
           end-if.

       500-publish-in-plan-order.

           perform 410-find-plan-position.

           if ws-judge-idx > 0
               perform 510-publish-one-job
           end-if.

       510-publish-one-job.

           move spaces to OPSREC.
           move ws-job-name(ws-judge-idx) to OPS-JOB-NAME.
           move ws-today-yyyymmdd to OPS-SNAP-DATE.
           move ws-run-time(1:6) to OPS-SNAP-TIME.
           move ws-job-seq(ws-judge-idx) to OPS-PLAN-SEQ.
           move ws-job-status(ws-judge-idx) to OPS-STATUS.
           move ws-job-stamp-date(ws-judge-idx) to OPS-STAMP-DATE.
           move ws-job-run-sequence(ws-judge-idx) to OPS-RUN-SEQUENCE.
           move ws-job-last-date(ws-judge-idx) to OPS-LAST-RUN-DATE.
           move ws-job-last-elapsed(ws-judge-idx) to OPS-LAST-ELAPSED.
           move ws-job-exceptions(ws-judge-idx) to OPS-OPEN-EXCEPTIONS.
           move ws-job-waiting-on(ws-judge-idx) to OPS-WAITING-ON.
           move space to OPS-WINDOW-FLAG.
           if ws-job-window-sw(ws-judge-idx) = "Y"
               if OPS-COMPLETE
                   set OPS-WINDOW-DONE to true
               else
                   set OPS-BLOCKS-REOPEN to true
                   add 1 to ws-count-blocking
               end-if
           end-if.

      *    every job not yet complete still has its average to run
           if not OPS-COMPLETE and ws-job-runs(ws-judge-idx) > 0
               compute ws-elapsed-seconds =
                   ws-job-total(ws-judge-idx)
                       / ws-job-runs(ws-judge-idx)
               add ws-elapsed-seconds to ws-clock-seconds
           end-if.

           perform 550-write-ops-record.

           move spaces to status-line.
           move OPS-PLAN-SEQ to stl-seq.
           move OPS-JOB-NAME to stl-job-name.
           evaluate true
               when OPS-COMPLETE
                   move "COMPLETE" to stl-status
               when OPS-STARTED
                   move "STARTED - NOT ENDED" to stl-status
               when OPS-WAITING
                   move "WAITING" to stl-status
               when other
                   move "READY TO RUN" to stl-status
           end-evaluate.
           move OPS-STAMP-DATE to stl-stamp-date.
           move OPS-LAST-ELAPSED to stl-elapsed.
           move OPS-OPEN-EXCEPTIONS to stl-exceptions.
           move OPS-WAITING-ON to stl-waiting-on.
           if OPS-BLOCKS-REOPEN
               move "** BLOCKS REOPEN **" to stl-flag
           end-if.
           write report-print-line from status-line
               after advancing 1 line.

       550-write-ops-record.

           move OPS-KEY to fd-opskey.
           rewrite ops-file-record from OPSREC
               invalid key
                   write ops-file-record from OPSREC
                       invalid key
                           display "OPSFILE WRITE FAILED - "
                               OPS-JOB-NAME " STATUS: " ws-ops-status
                   end-write
           end-rewrite.
           if ws-ops-status = "00"
               add 1 to ws-count-written
           end-if.

       600-publish-suite-summary.

      *    the projection runs the unfinished jobs' averages one
      *    after another from now - the suite runs serially
           move 0 to ws-proj-finish.
           if ws-count-done < ws-job-count
               move ws-run-time(1:6) to ws-time-parts
               compute ws-clock-seconds = ws-clock-seconds
                   + ws-tp-hh * 3600 + ws-tp-mm * 60 + ws-tp-ss
               divide ws-clock-seconds by 3600
                   giving ws-hh remainder ws-rest
               divide ws-rest by 60 giving ws-mm
               if ws-hh > 23
                   subtract 24 from ws-hh
               end-if
               compute ws-proj-finish = ws-hh * 100 + ws-mm
           end-if.

           move spaces to OPSREC.
           set OPS-SUITE-RECORD to true.
           move ws-today-yyyymmdd to OPS-SNAP-DATE.
           move ws-run-time(1:6) to OPS-SNAP-TIME.
           move ws-business-date to OPS-BUSINESS-DATE.
           move ws-job-count to OPS-JOB-COUNT.
           move ws-count-done to OPS-DONE-COUNT.
           move ws-count-blocking to OPS-BLOCK-COUNT.
           move CTL-SYSTEM-STATUS to OPS-WINDOW-STATUS.
           move ws-online-open-hhmm to OPS-ONLINE-OPEN.
           move ws-proj-finish to OPS-PROJ-FINISH.
           perform 550-write-ops-record.

           if ws-count-done = ws-job-count
               write report-print-line from finished-line
                   after advancing 2 lines
           else
               divide ws-proj-finish by 100
                   giving pjl-hh remainder pjl-mm
               divide ws-online-open-hhmm by 100
                   giving pjl-open-hh remainder pjl-open-mm
               write report-print-line from projection-line
                   after advancing 2 lines
           end-if.

       900-print-totals.

           move "JOBS IN THE SUITE" to cl-label.
           move ws-job-count to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "JOBS COMPLETE" to cl-label.
           move ws-count-done to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "JOBS BLOCKING REOPEN" to cl-label.
           move ws-count-blocking to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "STATUS RECORDS WRITTEN" to cl-label.
           move ws-count-written to cl-count.
           write report-print-line from count-line
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

       end program DCIA2OPS.
