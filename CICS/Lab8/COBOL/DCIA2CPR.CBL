       identification division.
       program-id. DCIA2CPR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every night's snapshot from DCIA2CAP - only the whole-
      *    file lines are read here, the branch and month lines
      *    stay on the history for looking into a file that grew.
           select cap-history-file
           assign to "../../../data/CapHistory.dat"
           organization is line sequential
           file status is ws-caphist-status.

      *    the allocation per data set in records, and the archive
      *    job that trims it (spaces where nothing does). the report
      *    runs in this file's order.
           select cap-limits-file
           assign to "../../../data/CapLimits.dat"
           organization is line sequential
           file status is ws-caplim-status.

      *    how few days of room left raises an exception, and how
      *    many nights the growth rate is taken over. a missing
      *    parameter file takes the compiled-in defaults.
           select cap-parm-file
           assign to "../../../data/CapParm.dat"
           organization is line sequential
           file status is ws-capparm-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select report-file
           assign to "../../../data/DCIA2CPR.out"
           organization is line sequential.

       data division.
       file section.

       fd  cap-history-file
           data record is cap-history-line.
       01  cap-history-line.
           05 ch-run-date               pic 9(8).
           05 ch-file-name              pic x(8).
           05 ch-slice-type             pic x.
           05 ch-slice                  pic x(6).
           05 ch-record-count           pic 9(9).

       fd  cap-limits-file
           data record is cap-limits-line.
       01  cap-limits-line.
           05 lim-file-name             pic x(8).
           05 lim-allocated             pic 9(9).
           05 lim-archive-job           pic x(8).

       fd  cap-parm-file
           data record is cap-parm-line.
       01  cap-parm-line.
           05 cp-warn-days              pic 9(4).
           05 cp-window-nights          pic 9(3).

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

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, CAP TREND".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(31)
               value "DATA SET CAPACITY TREND - LAST ".
           05 rh-nights                 pic zz9.
           05 filler                    pic x(7) value " NIGHTS".

       01  warn-print-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(25)
               value "EXCEPTION WHEN FULL UNDER".
           05 filler                    pic x(2) value ": ".
           05 wpl-days                  pic zzz9.
           05 filler                    pic x(5) value " DAYS".

       01  trend-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "FILE".
           05 filler                    pic x(9) value "  RECORDS".
           05 filler                    pic x(11) value "  ALLOCATED".
           05 filler                    pic x(8) value "   %USED".
           05 filler                    pic x(11) value "    NET CHG".
           05 filler                    pic x(12) value " GROWTH/NGHT".
           05 filler                    pic x(9) value " DAYS LFT".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(4) value "NOTE".

       01  trend-line.
           05 filler                    pic x(3) value spaces.
           05 tl-file-name              pic x(8).
           05 filler                    pic x(2) value spaces.
           05 tl-records                pic zzzzzzzz9.
           05 filler                    pic x(2) value spaces.
           05 tl-allocated              pic zzzzzzzz9.
           05 filler                    pic x(2) value spaces.
           05 tl-pct-used               pic zzz9.9.
           05 tl-pct-used-x redefines tl-pct-used
                                        pic x(6).
           05 filler                    pic x(2) value spaces.
           05 tl-net-change             pic -(8)9.
           05 filler                    pic x(2) value spaces.
           05 tl-growth                 pic zzzzzz9.99.
           05 filler                    pic x(2) value spaces.
           05 tl-days-left              pic zzzzzz9.
           05 tl-days-left-x redefines tl-days-left
                                        pic x(7).
           05 filler                    pic x(3) value spaces.
           05 tl-note                   pic x(30).

       01  archive-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "FILE".
           05 filler                    pic x(10) value "SNAPSHOT".
           05 filler                    pic x(9) value "  REMOVED".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "ARCHIVE JOB".

       01  archive-line.
           05 filler                    pic x(3) value spaces.
           05 al-file-name              pic x(8).
           05 filler                    pic x(2) value spaces.
           05 al-date                   pic 9(8).
           05 al-date-x redefines al-date
                                        pic x(8).
           05 filler                    pic x(2) value spaces.
           05 al-removed                pic zzzzzzzz9.
           05 filler                    pic x(3) value spaces.
           05 al-job                    pic x(8).
           05 filler                    pic x(2) value spaces.
           05 al-note                   pic x(30).

       01  section-line.
           05 filler                    pic x(3) value spaces.
           05 sl-text                   pic x(60).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-caphist-eof               pic x value 'n'.
       01  sw-caplim-eof                pic x value 'n'.
       01  ws-caphist-status            pic xx value spaces.
       01  ws-caplim-status             pic xx value spaces.
       01  ws-capparm-status            pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.

      *--------------Parameters----------------------------------
      *    the collector runs once a night, so one snapshot is one
      *    day - the rate per night is the rate per day
       77  ws-warn-days                 pic 9(4) value 30.
       77  ws-window-nights             pic 9(3) value 7.

      *--------------Snapshots Per File---------------------------
      *    each file keeps its latest 61 snapshots, oldest written
      *    over first - enough for the longest window the parameter
      *    allows. a rerun on the same night replaces that night.
       01  ws-file-table.
           05 ws-file-entry occurs 20 times.
               10 ws-fl-name            pic x(8).
               10 ws-fl-allocated       pic 9(9).
               10 ws-fl-archive-job     pic x(8).
               10 ws-fl-snaps           pic 9(5).
               10 ws-fl-prior-count     pic 9(9).
               10 ws-fl-snap occurs 61 times.
                   15 ws-sn-date        pic 9(8).
                   15 ws-sn-count       pic 9(9).
                   15 ws-sn-removed     pic 9(9).

       01  ws-find-name                 pic x(8) value spaces.
       01  ws-file-count                pic 99 value 0.
       01  ws-file-idx                  pic 99 value 0.
       01  ws-file-found-sw             pic x value 'N'.
           88 ws-file-found                 value 'Y'.
       01  ws-file-overflow-sw          pic x value 'N'.
           88 ws-file-overflow              value 'Y'.

       01  ws-slot                      pic 99 value 0.
       01  ws-slot-quotient             pic 9(5) value 0.
       01  ws-snap-number               pic 9(5) value 0.
       01  ws-latest-date               pic 9(8) value 0.
       01  ws-today-yyyymmdd            pic 9(8).

      *--------------Trend Arithmetic------------------------------
      *    growth is what the file gained night over night, archive
      *    removals left out - the rate it fills at between purges
       01  ws-in-window                 pic 9(3) value 0.
       01  ws-window-idx                pic 9(3) value 0.
       01  ws-nights                    pic 9(3) value 0.
       01  ws-first-count               pic 9(9) value 0.
       01  ws-last-count                pic 9(9) value 0.
       01  ws-last-date                 pic 9(8) value 0.
       01  ws-prev-count                pic 9(9) value 0.
       01  ws-gross-growth              pic 9(9) value 0.
       01  ws-net-change                pic s9(9) value 0.
       01  ws-growth-rate               pic 9(7)v99 value 0.
       01  ws-room-left                 pic 9(9) value 0.
       01  ws-days-left                 pic 9(7) value 0.
       01  ws-pct-used                  pic 9(4)v9 value 0.
       01  ws-removed-in-window         pic 9(9) value 0.

       01  ws-count-files               pic 9(7) value 0.
       01  ws-count-at-risk             pic 9(7) value 0.
       01  ws-count-exceptions          pic 9(7) value 0.
       01  ws-count-removals            pic 9(7) value 0.

      *--------------Exception Log Entry-------------------------
       01  ws-this-job-name             pic x(8) value "DCIA2CPR".
       01  ws-except-key.
           05 filler                    pic x(9) value "CAPACITY ".
           05 ws-except-file            pic x(8).
           05 filler                    pic x(3) value spaces.
       01  ws-except-reason             pic x(30) value spaces.
       01  ws-projected-reason.
           05 filler                    pic x(18)
               value "PROJECTED FULL IN ".
           05 ws-projected-days         pic zzz9.
           05 filler                    pic x(5) value " DAYS".

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           perform 050-read-parm.
           perform 060-read-limits.

           open input cap-history-file.
           if ws-caphist-status not = "00"
               display "no capacity history - nothing to report"
               stop run
           end-if.

           read cap-history-file at end move 'y' to sw-caphist-eof.
           perform 100-take-one-snapshot until sw-caphist-eof = 'y'.
           close cap-history-file.

           if ws-file-overflow
               display "CAPACITY HISTORY HOLDS MORE THAN 20 FILES -"
                   " THE REST ARE NOT REPORTED"
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           move ws-window-nights to rh-nights.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           move ws-warn-days to wpl-days.
           write report-print-line from warn-print-line
               after advancing 2 lines.
           write report-print-line from trend-heading
               after advancing 2 lines.

           perform 200-trend-one-file
               varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-count.

           move "ARCHIVE REMOVALS IN THE PERIOD" to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from archive-heading
               after advancing 2 lines.

           perform 300-removals-one-file
               varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-count.

           move "FILES REPORTED" to cl-label.
           move ws-count-files to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "FILES AT RISK" to cl-label.
           move ws-count-at-risk to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ARCHIVE REMOVALS SEEN" to cl-label.
           move ws-count-removals to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "EXCEPTIONS LOGGED" to cl-label.
           move ws-count-exceptions to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           close report-file.
           stop run.

       050-read-parm.
      *    a missing parameter file just leaves the compiled-in
      *    defaults in place. the window is held to what the
      *    snapshot table keeps.
           open input cap-parm-file.
           if ws-capparm-status = "00"
               read cap-parm-file
                   at end continue
               end-read
               if ws-capparm-status = "00"
                   if cp-warn-days numeric
                       move cp-warn-days to ws-warn-days
                   end-if
                   if cp-window-nights numeric
                       and cp-window-nights > 0
                       move cp-window-nights to ws-window-nights
                   end-if
               end-if
               close cap-parm-file
           end-if.
           if ws-window-nights > 60
               move 60 to ws-window-nights
           end-if.

       060-read-limits.

           open input cap-limits-file.
           if ws-caplim-status = "00"
               read cap-limits-file
                   at end move 'y' to sw-caplim-eof
               end-read
               perform 065-take-one-limit until sw-caplim-eof = 'y'
               close cap-limits-file
           else
               display "CAPLIMITS NOT AVAILABLE - STATUS: "
                   ws-caplim-status " - NO DAYS-TO-FULL PROJECTED"
           end-if.

       065-take-one-limit.

           move lim-file-name to ws-find-name.
           perform 150-find-file.
           if ws-file-found
               if lim-allocated numeric
                   move lim-allocated
                       to ws-fl-allocated(ws-file-idx)
               end-if
               move lim-archive-job to ws-fl-archive-job(ws-file-idx)
           end-if.

           read cap-limits-file at end move 'y' to sw-caplim-eof.

       100-take-one-snapshot.

           if ch-slice-type = "T"
               and ch-record-count numeric
               and ch-run-date numeric
               move ch-file-name to ws-find-name
               perform 150-find-file
               if ws-file-found
                   perform 120-add-snapshot
               end-if
               if ch-run-date > ws-latest-date
                   move ch-run-date to ws-latest-date
               end-if
           end-if.

           read cap-history-file at end move 'y' to sw-caphist-eof.

       120-add-snapshot.

      *    the same night again is a rerun of the collector - its
      *    count replaces the night's first one
           if ws-fl-snaps(ws-file-idx) > 0
               move ws-fl-snaps(ws-file-idx) to ws-snap-number
               perform 160-locate-slot
           end-if.

           if ws-fl-snaps(ws-file-idx) > 0
               and ws-sn-date(ws-file-idx, ws-slot) = ch-run-date
               continue
           else
               if ws-fl-snaps(ws-file-idx) > 0
                   move ws-sn-count(ws-file-idx, ws-slot)
                       to ws-fl-prior-count(ws-file-idx)
               end-if
               add 1 to ws-fl-snaps(ws-file-idx)
               move ws-fl-snaps(ws-file-idx) to ws-snap-number
               perform 160-locate-slot
           end-if.

           move ch-run-date to ws-sn-date(ws-file-idx, ws-slot).
           move ch-record-count to ws-sn-count(ws-file-idx, ws-slot).
           move 0 to ws-sn-removed(ws-file-idx, ws-slot).
           if ws-fl-snaps(ws-file-idx) > 1
               and ch-record-count < ws-fl-prior-count(ws-file-idx)
               compute ws-sn-removed(ws-file-idx, ws-slot) =
                   ws-fl-prior-count(ws-file-idx) - ch-record-count
           end-if.

       150-find-file.

      *    found-or-added - the limits file lays the order down
      *    first, a file only the history knows joins at the end
           move 'N' to ws-file-found-sw.
           perform 155-check-one-file
               varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-count
                   or ws-file-found.
           if ws-file-found
               subtract 1 from ws-file-idx
           else
               if ws-file-count < 20
                   add 1 to ws-file-count
                   move ws-file-count to ws-file-idx
                   move ws-find-name to ws-fl-name(ws-file-idx)
                   move 0 to ws-fl-allocated(ws-file-idx)
                   move spaces to ws-fl-archive-job(ws-file-idx)
                   move 0 to ws-fl-snaps(ws-file-idx)
                   move 0 to ws-fl-prior-count(ws-file-idx)
                   move 'Y' to ws-file-found-sw
               else
                   move 'Y' to ws-file-overflow-sw
               end-if
           end-if.

       155-check-one-file.

           if ws-fl-name(ws-file-idx) = ws-find-name
               move 'Y' to ws-file-found-sw
           end-if.

       160-locate-slot.

      *    snapshot number n sits in slot ((n - 1) mod 61) + 1
           subtract 1 from ws-snap-number.
           divide ws-snap-number by 61
               giving ws-slot-quotient
               remainder ws-slot.
           add 1 to ws-slot.

       200-trend-one-file.

           add 1 to ws-count-files.
           move spaces to trend-line.
           move ws-fl-name(ws-file-idx) to tl-file-name.
           move ws-fl-allocated(ws-file-idx) to tl-allocated.

           if ws-fl-snaps(ws-file-idx) = 0
               move 0 to tl-records
               move spaces to tl-pct-used-x
               move spaces to tl-days-left-x
               move "NO SNAPSHOT ON HISTORY" to tl-note
               write report-print-line from trend-line
                   after advancing 1 line
           else
               perform 210-measure-window
               perform 220-project-fill
               write report-print-line from trend-line
                   after advancing 1 line
           end-if.

       210-measure-window.

      *    the window is the last window-nights intervals - one
      *    more snapshot than nights
           compute ws-in-window = ws-window-nights + 1.
           if ws-in-window > ws-fl-snaps(ws-file-idx)
               move ws-fl-snaps(ws-file-idx) to ws-in-window
           end-if.
           compute ws-nights = ws-in-window - 1.

           move 0 to ws-gross-growth.
           move 0 to ws-removed-in-window.
           perform 215-measure-one-snapshot
               varying ws-window-idx from 1 by 1
               until ws-window-idx > ws-in-window.

           compute ws-net-change = ws-last-count - ws-first-count.
           if ws-nights > 0
               compute ws-growth-rate rounded =
                   ws-gross-growth / ws-nights
           else
               move 0 to ws-growth-rate
           end-if.

           move ws-last-count to tl-records.
           move ws-net-change to tl-net-change.
           move ws-growth-rate to tl-growth.

       215-measure-one-snapshot.

           compute ws-snap-number = ws-fl-snaps(ws-file-idx)
               - ws-in-window + ws-window-idx.
           perform 160-locate-slot.

           if ws-window-idx = 1
               move ws-sn-count(ws-file-idx, ws-slot)
                   to ws-first-count
           else
               if ws-sn-count(ws-file-idx, ws-slot) > ws-prev-count
                   compute ws-gross-growth = ws-gross-growth
                       + ws-sn-count(ws-file-idx, ws-slot)
                       - ws-prev-count
               end-if
               add ws-sn-removed(ws-file-idx, ws-slot)
                   to ws-removed-in-window
           end-if.

           move ws-sn-count(ws-file-idx, ws-slot) to ws-prev-count.
           move ws-sn-count(ws-file-idx, ws-slot) to ws-last-count.
           move ws-sn-date(ws-file-idx, ws-slot) to ws-last-date.

       220-project-fill.

           move spaces to tl-days-left-x.

           if ws-fl-allocated(ws-file-idx) = 0
               move spaces to tl-pct-used-x
               move "NO ALLOCATION ON CAPLIMITS" to tl-note
           else
               compute ws-pct-used rounded =
                   ws-last-count * 100 / ws-fl-allocated(ws-file-idx)
                   on size error move 9999.9 to ws-pct-used
               end-compute
               move ws-pct-used to tl-pct-used

               if ws-last-count not < ws-fl-allocated(ws-file-idx)
                   move 0 to ws-days-left
                   move ws-days-left to tl-days-left
                   move "AT ALLOCATED CAPACITY" to tl-note
                   move "AT ALLOCATED CAPACITY NOW"
                       to ws-except-reason
                   perform 800-raise-exception
               else
                   if ws-growth-rate = 0
                       move "NOT GROWING" to tl-note
                   else
                       compute ws-room-left =
                           ws-fl-allocated(ws-file-idx)
                           - ws-last-count
                       divide ws-room-left by ws-growth-rate
                           giving ws-days-left
                           on size error move 9999999 to ws-days-left
                       end-divide
                       move ws-days-left to tl-days-left
                       if ws-days-left not > ws-warn-days
                           move "FILLS INSIDE WARNING PERIOD"
                               to tl-note
                           move ws-days-left to ws-projected-days
                           move ws-projected-reason
                               to ws-except-reason
                           perform 800-raise-exception
                       end-if
                   end-if
               end-if
           end-if.

      *    a file missing from the latest night was not counted -
      *    its trend is as old as its last snapshot
           if ws-last-date < ws-latest-date
               move spaces to tl-note
               string "NOT COUNTED SINCE " ws-last-date
                   delimited by size into tl-note
           end-if.

       300-removals-one-file.

      *    what the archive runs actually took off the file - the
      *    drop in its count from one night to the next, whatever
      *    the archive control report claimed
           if ws-fl-snaps(ws-file-idx) > 0
               compute ws-in-window = ws-window-nights + 1
               if ws-in-window > ws-fl-snaps(ws-file-idx)
                   move ws-fl-snaps(ws-file-idx) to ws-in-window
               end-if
               move 0 to ws-removed-in-window
               perform 310-removal-one-snapshot
                   varying ws-window-idx from 2 by 1
                   until ws-window-idx > ws-in-window
               if ws-removed-in-window = 0
                   and ws-fl-archive-job(ws-file-idx) not = spaces
                   move spaces to archive-line
                   move ws-fl-name(ws-file-idx) to al-file-name
                   move spaces to al-date-x
                   move 0 to al-removed
                   move ws-fl-archive-job(ws-file-idx) to al-job
                   move "NOTHING REMOVED IN THE PERIOD" to al-note
                   write report-print-line from archive-line
                       after advancing 1 line
               end-if
           end-if.

       310-removal-one-snapshot.

           compute ws-snap-number = ws-fl-snaps(ws-file-idx)
               - ws-in-window + ws-window-idx.
           perform 160-locate-slot.

           if ws-sn-removed(ws-file-idx, ws-slot) > 0
               add 1 to ws-count-removals
               add ws-sn-removed(ws-file-idx, ws-slot)
                   to ws-removed-in-window
               move spaces to archive-line
               move ws-fl-name(ws-file-idx) to al-file-name
               move ws-sn-date(ws-file-idx, ws-slot) to al-date
               move ws-sn-removed(ws-file-idx, ws-slot) to al-removed
               move ws-fl-archive-job(ws-file-idx) to al-job
               if ws-fl-archive-job(ws-file-idx) = spaces
                   move "NO ARCHIVE JOB - CHECK DROP" to al-note
               end-if
               write report-print-line from archive-line
                   after advancing 1 line
           end-if.

       800-raise-exception.

           add 1 to ws-count-at-risk.
           add 1 to ws-count-exceptions.

           move ws-fl-name(ws-file-idx) to ws-except-file.

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
           move "O" to el-status.
           move spaces to el-fixed-by.
           move 0 to el-fixed-date.
           write except-log-line.
           close except-log-file.

       end program DCIA2CPR.
