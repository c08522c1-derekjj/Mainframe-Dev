       identification division.
       program-id. DCIA2APR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every new-account application captured through IA54 and
      *    decided through IA55, in application-number order.
           select appl-file
           assign to "APPLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-applno
           file status is ws-appl-status.

           select report-file
           assign to "../../../data/DCIA2APR.out"
           organization is line sequential.

       data division.
       file section.

       fd  appl-file
           record contains 161 characters.
       01  appl-file-record.
           05 fd-applno                 pic x(7).
           05 filler                    pic x(154).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY NEW-ACCOUNT APPLICATION RECORD LAYOUT
       COPY 'APPLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, APPLICATIONS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NEW-ACCOUNT APPLICATION REPORT".

       01  section-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(50)
               value "APPLICATIONS BY BRANCH".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BRANCH".
           05 filler                    pic x(9) value "  PENDING".
           05 filler                    pic x(9) value "  WAITING".
           05 filler                    pic x(10) value "  APPROVED".
           05 filler                    pic x(10) value "  DECLINED".
           05 filler                    pic x(9) value "    TOTAL".
           05 filler                    pic x(12) value "  AVG DAYS".
           05 filler                    pic x(13) value "  OLDEST OPEN".

       01  branch-line.
           05 filler                    pic x(3) value spaces.
           05 bl-branch                 pic x(3).
           05 filler                    pic x(5) value spaces.
           05 bl-pending                pic zzzzz9.
           05 filler                    pic x(3) value spaces.
           05 bl-waiting                pic zzzzz9.
           05 filler                    pic x(4) value spaces.
           05 bl-approved               pic zzzzz9.
           05 filler                    pic x(4) value spaces.
           05 bl-declined               pic zzzzz9.
           05 filler                    pic x(3) value spaces.
           05 bl-total                  pic zzzzz9.
           05 filler                    pic x(5) value spaces.
           05 bl-avg-days               pic zzz9.9.
           05 filler                    pic x(7) value spaces.
           05 bl-oldest                 pic zzz9.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  days-line.
           05 filler                    pic x(3) value spaces.
           05 dl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 dl-days                   pic zzzzz9.9.

      *--------------Loop Switches-------------------------------
       01  sw-appl-eof                  pic x value 'n'.
       01  ws-appl-status               pic xx value spaces.

      *--------------Branch Table--------------------------------
      *    one slot per branch seen, in the order first met. a branch
      *    past the last slot is still counted in the grand totals.
       01 ws-branch-table.
           05 ws-br-entry occurs 50 times.
               10 ws-br-code            pic x(3).
               10 ws-br-pending         pic 9(6).
               10 ws-br-waiting         pic 9(6).
               10 ws-br-approved        pic 9(6).
               10 ws-br-declined        pic 9(6).
               10 ws-br-turn-days       pic 9(8).
               10 ws-br-oldest          pic 9(5).

       01 ws-br-count                   pic 99 value 0.
       01 ws-br-idx                     pic 99 value 0.
       01 ws-br-found-sw                pic x value "N".
           88 ws-br-found                    value "Y".
       01 ws-br-decided                 pic 9(6) value 0.

      *--------------Date Arithmetic-----------------------------
      *    dates age on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-capture-days              pic 9(7) value 0.
       01  ws-elapsed-days              pic 9(5) value 0.
       01  ws-avg-days                  pic 9(4)v9 value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-pending          pic 9(7) value 0.
           05 ws-count-waiting          pic 9(7) value 0.
           05 ws-count-approved         pic 9(7) value 0.
           05 ws-count-declined         pic 9(7) value 0.
           05 ws-count-other            pic 9(7) value 0.
           05 ws-count-watch            pic 9(7) value 0.
           05 ws-count-duplicate        pic 9(7) value 0.
           05 ws-count-this-week        pic 9(7) value 0.
       01 ws-total-turn-days            pic 9(9) value 0.
       01 ws-oldest-open                pic 9(5) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           open input appl-file.
           if ws-appl-status not = "00"
               display "APPLFILE OPEN FAILED - STATUS: " ws-appl-status
               stop run
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from section-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read appl-file into APPLREC
               at end move 'y' to sw-appl-eof.
           perform 100-tally-application until sw-appl-eof = 'y'.

           perform 300-print-branch
               varying ws-br-idx from 1 by 1
               until ws-br-idx > ws-br-count.

           perform 900-print-totals.

           close appl-file,
                 report-file.
           stop run.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-tally-application.

           add 1 to ws-count-read.

           move APPL-CAPTURE-DATE to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-capture-days.

           if ws-today-days - ws-capture-days < 7
               add 1 to ws-count-this-week
           end-if.
           if APPL-WATCH-HIT
               add 1 to ws-count-watch
           end-if.
           if APPL-DUP-ACCOUNT or APPL-DUP-CUSTOMER
               add 1 to ws-count-duplicate
           end-if.

           perform 200-find-branch.

           if APPL-PENDING or APPL-WAITING
               perform 120-tally-open
           else
           if APPL-APPROVED or APPL-DECLINED
               perform 130-tally-decided
           else
               add 1 to ws-count-other
           end-if
           end-if.

           read appl-file into APPLREC
               at end move 'y' to sw-appl-eof.

       120-tally-open.

      *    an open application ages from the day it was captured
           compute ws-elapsed-days = ws-today-days - ws-capture-days.

           if APPL-PENDING
               add 1 to ws-count-pending
           else
               add 1 to ws-count-waiting
           end-if.
           if ws-elapsed-days > ws-oldest-open
               move ws-elapsed-days to ws-oldest-open
           end-if.

           if ws-br-found
               if APPL-PENDING
                   add 1 to ws-br-pending(ws-br-idx)
               else
                   add 1 to ws-br-waiting(ws-br-idx)
               end-if
               if ws-elapsed-days > ws-br-oldest(ws-br-idx)
                   move ws-elapsed-days to ws-br-oldest(ws-br-idx)
               end-if
           end-if.

       130-tally-decided.

      *    turnaround is capture to decision, approved or declined
           move APPL-DECISION-DATE to ws-date-parts.
           perform 060-date-to-days.
           move 0 to ws-elapsed-days.
           if ws-ref-days > ws-capture-days
               compute ws-elapsed-days = ws-ref-days - ws-capture-days
           end-if.
           add ws-elapsed-days to ws-total-turn-days.

           if APPL-APPROVED
               add 1 to ws-count-approved
           else
               add 1 to ws-count-declined
           end-if.

           if ws-br-found
               add ws-elapsed-days to ws-br-turn-days(ws-br-idx)
               if APPL-APPROVED
                   add 1 to ws-br-approved(ws-br-idx)
               else
                   add 1 to ws-br-declined(ws-br-idx)
               end-if
           end-if.

       200-find-branch.

      *    find the application's branch in the table, adding it if
      *    this is the first time it has been met
           move "N" to ws-br-found-sw.

           perform 210-check-branch
               varying ws-br-idx from 1 by 1
               until ws-br-idx > ws-br-count
                   or ws-br-found.

           if ws-br-found
               subtract 1 from ws-br-idx
           else
           if ws-br-count < 50
               add 1 to ws-br-count
               move ws-br-count to ws-br-idx
               move APPL-BRANCH to ws-br-code(ws-br-idx)
               move 0 to ws-br-pending(ws-br-idx)
               move 0 to ws-br-waiting(ws-br-idx)
               move 0 to ws-br-approved(ws-br-idx)
               move 0 to ws-br-declined(ws-br-idx)
               move 0 to ws-br-turn-days(ws-br-idx)
               move 0 to ws-br-oldest(ws-br-idx)
               set ws-br-found to true
           end-if
           end-if.

       210-check-branch.

           if ws-br-code(ws-br-idx) = APPL-BRANCH
               set ws-br-found to true
           end-if.

       300-print-branch.

           move ws-br-code(ws-br-idx) to bl-branch.
           move ws-br-pending(ws-br-idx) to bl-pending.
           move ws-br-waiting(ws-br-idx) to bl-waiting.
           move ws-br-approved(ws-br-idx) to bl-approved.
           move ws-br-declined(ws-br-idx) to bl-declined.
           compute bl-total = ws-br-pending(ws-br-idx)
                            + ws-br-waiting(ws-br-idx)
                            + ws-br-approved(ws-br-idx)
                            + ws-br-declined(ws-br-idx).

           compute ws-br-decided = ws-br-approved(ws-br-idx)
                                 + ws-br-declined(ws-br-idx).
           move 0 to ws-avg-days.
           if ws-br-decided > 0
               compute ws-avg-days rounded =
                   ws-br-turn-days(ws-br-idx) / ws-br-decided
           end-if.
           move ws-avg-days to bl-avg-days.
           move ws-br-oldest(ws-br-idx) to bl-oldest.

           write report-print-line from branch-line
               after advancing 1 line.

       900-print-totals.

           move "APPLICATIONS ON FILE" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "CAPTURED IN LAST 7 DAYS" to cl-label.
           move ws-count-this-week to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "PENDING DECISION" to cl-label.
           move ws-count-pending to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "WAITING ON PAPERWORK" to cl-label.
           move ws-count-waiting to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "APPROVED" to cl-label.
           move ws-count-approved to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "DECLINED" to cl-label.
           move ws-count-declined to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "UNKNOWN STATUS" to cl-label.
           move ws-count-other to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "WATCH-LIST HITS" to cl-label.
           move ws-count-watch to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "POSSIBLE DUPLICATES" to cl-label.
           move ws-count-duplicate to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move 0 to ws-avg-days.
           if ws-count-approved + ws-count-declined > 0
               compute ws-avg-days rounded = ws-total-turn-days
                   / (ws-count-approved + ws-count-declined)
           end-if.
           move "AVERAGE TURNAROUND DAYS" to dl-label.
           move ws-avg-days to dl-days.
           write report-print-line from days-line
               after advancing 2 lines.

           move "OLDEST OPEN APPLICATION DAYS" to dl-label.
           move ws-oldest-open to dl-days.
           write report-print-line from days-line
               after advancing 1 line.
