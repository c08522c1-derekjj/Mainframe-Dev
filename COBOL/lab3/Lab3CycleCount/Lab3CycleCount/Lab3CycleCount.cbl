       identification division.
       program-id. Lab3CycleCount.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    counted quantities keyed off yesterday's count sheets -
      *    warehouse, item and what was on the shelf. the file is
      *    consumed - rewritten empty at the end.
           select count-file
           assign to "../../../data/lab3Counts.dat"
           organization is line sequential
           file status is ws-count-status.

      *    counts held outside tolerance - they go back on the next
      *    sheet, and the recount posts whatever it finds.
           select recount-file
           assign to "../../../data/lab3Recounts.dat"
           organization is line sequential
           file status is ws-recount-status.

      *    how many items a day and how far a count may stray
      *    before it is held - compiled defaults when missing.
           select count-parm-file
           assign to "../../../data/lab3CountParms.dat"
           organization is line sequential
           file status is ws-countparm-status.

      *    where the last sheet stopped in the item master - the
      *    next sheet carries on from there and wraps at the end,
      *    so every item is counted once per cycle.
           select count-cursor-file
           assign to "../../../data/lab3CountCursor.dat"
           organization is line sequential
           file status is ws-countcur-status.

      *    the stock the counts are judged against and corrected -
      *    the building detail and the item master's total move
      *    by the same variance.
           select whse-stock-file
           assign to "../../../data/lab3WhseStock.dat"
           organization is line sequential
           file status is ws-whsestock-status.

           select item-master-file
           assign to "../../../data/lab3ItemMast.dat"
           organization is line sequential
           file status is ws-itemmast-status.

      *    blind count sheets by warehouse in bin order - no book
      *    quantity printed, so the counter counts.
           select count-sheet-file
           assign to "../../../data/lab3CountSheets.out"
           organization is line sequential.

      *    every count posted or held, with its variance.
           select adjust-register-file
           assign to "../../../data/lab3CountAdjust.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - the sheets and the recount list
      *    carry the business date, not the raw run date.
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

       fd  count-file
           data record is count-line.

       01  count-line.
           05 cnl-warehouse             pic x(2).
           05 cnl-item-code             pic x(6).
           05 cnl-counted               pic 9(5).

       fd  recount-file
           data record is recount-line.

       01  recount-line.
           05 rcn-warehouse             pic x(2).
           05 rcn-item-code             pic x(6).
           05 rcn-book                  pic 9(5).
           05 rcn-counted               pic 9(5).
           05 rcn-date                  pic 9(8).

       fd  count-parm-file
           data record is count-parm-line.

       01  count-parm-line.
           05 cpl-items-per-day         pic 9(3).
           05 cpl-tolerance-pct         pic 9(3).
           05 cpl-tolerance-units       pic 9(5).

       fd  count-cursor-file
           data record is count-cursor-line.

       01  count-cursor-line.
           05 ccl-next-item-idx         pic 9(3).

       fd  whse-stock-file
           data record is whse-stock-line.

       01  whse-stock-line.
           05 wsl-warehouse             pic x(2).
           05 wsl-item-code             pic x(6).
           05 wsl-on-hand               pic 9(5).

       fd  item-master-file
           data record is item-master-line.

       01  item-master-line.
           05 iml-item-code             pic x(6).
           05 iml-on-hand               pic 9(5).
           05 iml-reorder-point         pic 9(5).
           05 iml-bin-location          pic x(6).

       fd  count-sheet-file
           data record is count-sheet-line.

       01  count-sheet-line             pic x(72).

       fd  adjust-register-file
           data record is adjust-register-line.

       01  adjust-register-line         pic x(72).

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

      *---------------Per-Warehouse Stock-----------------------------
      *    a missing warehouse file leaves the item master the only
      *    stock record - sheets and counts then carry no building.
       01 ws-whse-table.
           05 ws-whse-entry occurs 600 times.
               10 ws-whse-code           pic x(2).
               10 ws-whse-item           pic x(6).
               10 ws-whse-on-hand        pic 9(5).

       01 ws-whse-count              pic 999 value 0.
       01 ws-whse-idx                pic 999 value 0.
       01 ws-whse-match-idx          pic 999 value 0.
       01 ws-whsestock-status        pic xx value spaces.
       01 sw-whsestock-eof           pic x value "n".
       01 sw-whse-off                pic x value "y".
       01 ws-whse-found-sw           pic x value "N".
           88 ws-whse-found               value "Y".

      *---------------Item Master Table-------------------------------
       01 ws-item-table.
           05 ws-item-entry occurs 300 times.
               10 ws-item-code       pic x(6).
               10 ws-item-on-hand    pic 9(5).
               10 ws-item-reorder    pic 9(5).
               10 ws-item-bin        pic x(6).

       01 ws-item-count              pic 999 value 0.
       01 ws-item-idx                pic 999 value 0.
       01 ws-item-match-idx          pic 999 value 0.
       01 ws-itemmast-status         pic xx.
       01 sw-itemmast-eof            pic x value "n".
       01 ws-item-found-sw           pic x value "N".
           88 ws-item-found               value "Y".

      *---------------Held Recounts-----------------------------------
       01 ws-recount-table.
           05 ws-recount-entry occurs 200 times.
               10 ws-rcn-whse            pic x(2).
               10 ws-rcn-item            pic x(6).
               10 ws-rcn-book            pic 9(5).
               10 ws-rcn-counted         pic 9(5).
               10 ws-rcn-date            pic 9(8).
               10 ws-rcn-done-sw         pic x.

       01 ws-rcn-count               pic 999 value 0.
       01 ws-rcn-idx                 pic 999 value 0.
       01 ws-rcn-match-idx           pic 999 value 0.
       01 ws-recount-status          pic xx value spaces.
       01 sw-recount-eof             pic x value "n".
       01 ws-rcn-found-sw            pic x value "N".
           88 ws-rcn-found                value "Y".

      *    set when a file had more lines than its table holds -
      *    adjusting against a partial load and rewriting the file
      *    from it would silently delete everything past the cap,
      *    so the run refuses instead
       01 ws-overflow-sw             pic x value "N".
           88 ws-overflow                 value "Y".

      *---------------Count Sheet Lines-------------------------------
       01 ws-sheet-table.
           05 ws-sheet-entry occurs 600 times.
               10 ws-sht-whse            pic x(2).
               10 ws-sht-bin             pic x(6).
               10 ws-sht-item            pic x(6).
               10 ws-sht-recount-sw      pic x.
               10 ws-sht-done-sw         pic x.

       01 ws-sht-count               pic 999 value 0.
       01 ws-sht-idx                 pic 999 value 0.
       01 ws-sht-scan-idx            pic 999 value 0.
       01 ws-sht-min-idx             pic 999 value 0.
       01 ws-sht-min-bin             pic x(6).
       01 ws-sht-doc-whse            pic x(2).
       01 ws-sht-doc-count           pic 999 value 0.
       01 ws-sht-found-sw            pic x value "N".
           88 ws-sht-found                value "Y".

      *---------------Count Parameters--------------------------------
       01 ws-countparm-status        pic xx value spaces.
       01 ws-items-per-day           pic 9(3) value 20.
       01 ws-tolerance-pct           pic 9(3) value 5.
       01 ws-tolerance-units         pic 9(5) value 2.

       01 ws-countcur-status         pic xx value spaces.
       01 ws-next-item-idx           pic 9(3) value 1.
       01 ws-items-taken             pic 9(3) value 0.

      *---------------Count Work Fields-------------------------------
       01 ws-count-status            pic xx value spaces.
       01 sw-count-eof               pic x value "n".
       01 ws-book                    pic 9(5).
       01 ws-variance                pic s9(5).
       01 ws-abs-variance            pic 9(5).
       01 ws-allowed                 pic 9(5).
       01 ws-net-variance            pic s9(7) value 0.
       01 ws-look-whse               pic x(2).
       01 ws-look-item               pic x(6).
       01 ws-today-yyyymmdd          pic 9(8).

       01 ws-count-read              pic 999 value 0.
       01 ws-count-posted            pic 999 value 0.
       01 ws-count-held              pic 999 value 0.
       01 ws-count-rejected          pic 999 value 0.

      *---------------Count Sheet Print Lines-------------------------
       01 ws-sheet-heading.
           05 filler                 pic x(30)
               value "CYCLE COUNT SHEET - WAREHOUSE ".
           05 csh-whse               pic x(2).
           05 filler                 pic x(8) value "   DATE ".
           05 csh-date               pic 9(8).

       01 ws-sheet-columns.
           05 filler                 pic x(26)
               value "BIN     ITEM    COUNTED   ".
           05 filler                 pic x(24)
               value "COUNTED BY              ".

       01 ws-sheet-detail.
           05 csd-bin                pic x(6).
           05 filler                 pic x(2) value spaces.
           05 csd-item-code          pic x(6).
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(10) value "________".
           05 filler                 pic x(10) value "________".
           05 csd-note               pic x(7).

       01 ws-sheet-total-line.
           05 filler                 pic x(20)
               value "LINES ON THIS SHEET ".
           05 cst-count              pic zz9.

      *---------------Adjustment Register Lines-----------------------
       01 ws-register-heading.
           05 filler                 pic x(32)
               value "CYCLE COUNT ADJUSTMENT REGISTER ".
           05 arh-date               pic 9(8).

       01 ws-register-columns.
           05 filler                 pic x(28)
               value "WH  ITEM    BIN        BOOK ".
           05 filler                 pic x(28)
               value " COUNTED  VARIANCE  ACTION  ".

       01 ws-register-detail.
           05 ard-whse               pic x(2).
           05 filler                 pic x(2) value spaces.
           05 ard-item-code          pic x(6).
           05 filler                 pic x(2) value spaces.
           05 ard-bin                pic x(6).
           05 filler                 pic x(3) value spaces.
           05 ard-book               pic zzzz9.
           05 filler                 pic x(3) value spaces.
           05 ard-counted            pic zzzz9.
           05 filler                 pic x(4) value spaces.
           05 ard-variance           pic -----9.
           05 filler                 pic x(2) value spaces.
           05 ard-action             pic x(24).

       01 ws-register-total.
           05 filler                 pic x(14) value "COUNTS READ   ".
           05 art-read               pic zz9.
           05 filler                 pic x(11) value "   POSTED  ".
           05 art-posted             pic zz9.
           05 filler                 pic x(9) value "   HELD  ".
           05 art-held               pic zz9.
           05 filler                 pic x(13) value "   REJECTED  ".
           05 art-rejected           pic zz9.

       01 ws-register-total-2.
           05 filler                 pic x(27)
               value "NET VARIANCE POSTED, UNITS ".
           05 art-net-variance       pic -------9.

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
       01 ws-this-job-name                   pic x(8) value "LAB3CYC".

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

           perform 050-read-count-parms.
           perform 055-read-count-cursor.
           perform 060-read-item-master.
           perform 070-read-warehouse-stock.
           perform 080-read-recounts.

           if ws-item-count = 0
               display "no item master on file - nothing to count"
               goback
           end-if.

           if ws-overflow
               display "item master, warehouse stock or recount file"
                   " exceeds its table - run refused, nothing"
                   " adjusted"
               goback
           end-if.

           perform 960-check-batch-control.

           open output adjust-register-file.
           move ws-business-date to arh-date.
           write adjust-register-line from ws-register-heading.
           write adjust-register-line from ws-register-columns
               after advancing 2 lines.
           move spaces to adjust-register-line.
           write adjust-register-line after advancing 1 line.

      *    yesterday's counts post first, so today's sheets already
      *    carry anything held for recount
           perform 100-post-counts.

           move ws-count-read to art-read.
           move ws-count-posted to art-posted.
           move ws-count-held to art-held.
           move ws-count-rejected to art-rejected.
           write adjust-register-line from ws-register-total
               after advancing 2 lines.
           move ws-net-variance to art-net-variance.
           write adjust-register-line from ws-register-total-2
               after advancing 1 line.
           close adjust-register-file.

           perform 300-select-todays-items.
           perform 400-print-count-sheets.

           perform 500-rewrite-recounts.
           perform 510-rewrite-warehouse-stock.
           perform 520-rewrite-item-master.
           perform 530-write-count-cursor.

           move ws-count-read to ws-stats-read.
           move ws-count-posted to ws-stats-written.
           perform 958-write-run-stats.

           display "counts read: " ws-count-read
               " posted: " ws-count-posted
               " held for recount: " ws-count-held
               " rejected: " ws-count-rejected.
           display "count sheet lines for the next count: "
               ws-sht-count.

           goback.

       050-read-count-parms.

      *    any setting left blank or zero keeps its compiled default
           open input count-parm-file.
           if ws-countparm-status = "00"
               read count-parm-file
                   at end continue
               end-read
               if ws-countparm-status = "00"
                   if cpl-items-per-day is numeric
                       and cpl-items-per-day > 0
                       move cpl-items-per-day to ws-items-per-day
                   end-if
                   if cpl-tolerance-pct is numeric
                       and cpl-tolerance-pct > 0
                       move cpl-tolerance-pct to ws-tolerance-pct
                   end-if
                   if cpl-tolerance-units is numeric
                       and cpl-tolerance-units > 0
                       move cpl-tolerance-units to ws-tolerance-units
                   end-if
               end-if
               close count-parm-file
           end-if.

       055-read-count-cursor.

           open input count-cursor-file.
           if ws-countcur-status = "00"
               read count-cursor-file
                   at end continue
               end-read
               if ws-countcur-status = "00"
                   and ccl-next-item-idx is numeric
                   and ccl-next-item-idx > 0
                   move ccl-next-item-idx to ws-next-item-idx
               end-if
               close count-cursor-file
           end-if.

       060-read-item-master.

           open input item-master-file.

           if ws-itemmast-status = "00"
               read item-master-file
                   at end move "y" to sw-itemmast-eof
               end-read
               if ws-itemmast-status not = "00"
                   move "y" to sw-itemmast-eof
               end-if
               perform 065-load-one-item
                   until sw-itemmast-eof = "y"
                       or ws-item-count = 300
               if sw-itemmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close item-master-file
           end-if.

       065-load-one-item.

           add 1 to ws-item-count.
           move iml-item-code to ws-item-code(ws-item-count).
           move iml-on-hand to ws-item-on-hand(ws-item-count).
      *    master files from before the reorder point was carried
      *    read in short - a blank point stays blank as zero
           if iml-reorder-point is numeric
               move iml-reorder-point to ws-item-reorder(ws-item-count)
           else
               move 0 to ws-item-reorder(ws-item-count)
           end-if.
           move iml-bin-location to ws-item-bin(ws-item-count).

           read item-master-file
               at end move "y" to sw-itemmast-eof
           end-read.
           if ws-itemmast-status not = "00"
               move "y" to sw-itemmast-eof
           end-if.

       070-read-warehouse-stock.

           open input whse-stock-file.

           if ws-whsestock-status = "00"
               read whse-stock-file
                   at end move "y" to sw-whsestock-eof
               end-read
               if ws-whsestock-status not = "00"
                   move "y" to sw-whsestock-eof
               end-if
               perform 075-load-one-whse-line
                   until sw-whsestock-eof = "y"
                       or ws-whse-count = 600
               if sw-whsestock-eof not = "y"
                   set ws-overflow to true
               end-if
               close whse-stock-file
           end-if.

           if ws-whse-count > 0
               move "n" to sw-whse-off
           end-if.

       075-load-one-whse-line.

           add 1 to ws-whse-count.
           move wsl-warehouse to ws-whse-code(ws-whse-count).
           move wsl-item-code to ws-whse-item(ws-whse-count).
           move wsl-on-hand to ws-whse-on-hand(ws-whse-count).

           read whse-stock-file
               at end move "y" to sw-whsestock-eof
           end-read.
           if ws-whsestock-status not = "00"
               move "y" to sw-whsestock-eof
           end-if.

       080-read-recounts.

           open input recount-file.

           if ws-recount-status = "00"
               read recount-file
                   at end move "y" to sw-recount-eof
               end-read
               if ws-recount-status not = "00"
                   move "y" to sw-recount-eof
               end-if
               perform 085-load-one-recount
                   until sw-recount-eof = "y"
                       or ws-rcn-count = 200
               if sw-recount-eof not = "y"
                   set ws-overflow to true
               end-if
               close recount-file
           end-if.

       085-load-one-recount.

           add 1 to ws-rcn-count.
           move rcn-warehouse to ws-rcn-whse(ws-rcn-count).
           move rcn-item-code to ws-rcn-item(ws-rcn-count).
           move rcn-book to ws-rcn-book(ws-rcn-count).
           move rcn-counted to ws-rcn-counted(ws-rcn-count).
           move rcn-date to ws-rcn-date(ws-rcn-count).
           move "N" to ws-rcn-done-sw(ws-rcn-count).

           read recount-file
               at end move "y" to sw-recount-eof
           end-read.
           if ws-recount-status not = "00"
               move "y" to sw-recount-eof
           end-if.

       100-post-counts.

           open input count-file.
           if ws-count-status not = "00"
               move "y" to sw-count-eof
           end-if.

           if sw-count-eof not = "y"
               read count-file
                   at end move "y" to sw-count-eof
               end-read
           end-if.
           perform 110-post-one-count
               until sw-count-eof = "y".

      *    the file is consumed - a count rejected here is on the
      *    register, and the item comes round again next cycle
           if ws-count-status = "00"
               or ws-count-status = "10"
               close count-file
               open output count-file
               close count-file
           end-if.

       110-post-one-count.

           add 1 to ws-count-read.
           move spaces to ws-register-detail.
           move cnl-warehouse to ard-whse.
           move cnl-item-code to ard-item-code.

           move cnl-item-code to ws-look-item.
           move "N" to ws-item-found-sw.
           perform 120-find-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count
                   or ws-item-found.

           if not ws-item-found
               add 1 to ws-count-rejected
               move "ITEM NOT ON MASTER" to ard-action
               perform 160-log-rejected-count
           else
               if cnl-counted is not numeric
                   add 1 to ws-count-rejected
                   move "COUNT NOT NUMERIC" to ard-action
                   perform 160-log-rejected-count
               else
                   move ws-item-bin(ws-item-match-idx) to ard-bin
                   perform 130-judge-one-count
               end-if
           end-if.

           write adjust-register-line from ws-register-detail
               after advancing 1 line.

           read count-file
               at end move "y" to sw-count-eof
           end-read.

       120-find-item.

           if ws-item-code(ws-item-idx) = ws-look-item
               set ws-item-found to true
               move ws-item-idx to ws-item-match-idx
           end-if.

       130-judge-one-count.

      *    the book is the building's shelf when the detail exists,
      *    the master's single pool when it does not - stock found
      *    in a building with no entry yet counts against a book of
      *    zero
           move 0 to ws-book.
           move "N" to ws-whse-found-sw.
           if sw-whse-off = "y"
               move ws-item-on-hand(ws-item-match-idx) to ws-book
           else
               move cnl-warehouse to ws-look-whse
               perform 135-find-whse-entry
                   varying ws-whse-idx from 1 by 1
                   until ws-whse-idx > ws-whse-count
                       or ws-whse-found
               if ws-whse-found
                   move ws-whse-on-hand(ws-whse-match-idx) to ws-book
               end-if
           end-if.

           compute ws-variance = cnl-counted - ws-book.
           if ws-variance < 0
               compute ws-abs-variance = 0 - ws-variance
           else
               move ws-variance to ws-abs-variance
           end-if.

      *    tolerance is the larger of the percentage of book and
      *    the flat unit allowance, so slow movers with a book of a
      *    handful are not held over a single piece
           compute ws-allowed = ws-book * ws-tolerance-pct / 100.
           if ws-allowed < ws-tolerance-units
               move ws-tolerance-units to ws-allowed
           end-if.

           move ws-book to ard-book.
           move cnl-counted to ard-counted.
           move ws-variance to ard-variance.

      *    a count already held once is the recount - it posts
      *    whatever it finds
           move cnl-warehouse to ws-look-whse.
           move "N" to ws-rcn-found-sw.
           perform 140-find-recount
               varying ws-rcn-idx from 1 by 1
               until ws-rcn-idx > ws-rcn-count
                   or ws-rcn-found.

           if ws-rcn-found
               move "Y" to ws-rcn-done-sw(ws-rcn-match-idx)
               perform 200-post-adjustment
               move "RECOUNT POSTED" to ard-action
           else
               if ws-abs-variance > ws-allowed
                   perform 150-hold-for-recount
               else
                   perform 200-post-adjustment
                   if ws-variance = 0
                       move "AGREED" to ard-action
                   else
                       move "POSTED" to ard-action
                   end-if
               end-if
           end-if.

       135-find-whse-entry.

           if ws-whse-code(ws-whse-idx) = ws-look-whse
               and ws-whse-item(ws-whse-idx) = ws-look-item
               set ws-whse-found to true
               move ws-whse-idx to ws-whse-match-idx
           end-if.

       140-find-recount.

           if ws-rcn-whse(ws-rcn-idx) = ws-look-whse
               and ws-rcn-item(ws-rcn-idx) = ws-look-item
               and ws-rcn-done-sw(ws-rcn-idx) = "N"
               set ws-rcn-found to true
               move ws-rcn-idx to ws-rcn-match-idx
           end-if.

       150-hold-for-recount.

           if ws-rcn-count < 200
               add 1 to ws-rcn-count
               move cnl-warehouse to ws-rcn-whse(ws-rcn-count)
               move cnl-item-code to ws-rcn-item(ws-rcn-count)
               move ws-book to ws-rcn-book(ws-rcn-count)
               move cnl-counted to ws-rcn-counted(ws-rcn-count)
               move ws-business-date to ws-rcn-date(ws-rcn-count)
               move "N" to ws-rcn-done-sw(ws-rcn-count)
               add 1 to ws-count-held
               move "HELD FOR RECOUNT" to ard-action
           else
               add 1 to ws-count-rejected
               move "RECOUNT LIST FULL - REKEY" to ard-action
               perform 160-log-rejected-count
           end-if.

       160-log-rejected-count.

      *    the count is gone from the consumed file - the exception
      *    log is where the counter finds it to key again
           move spaces to ws-except-key.
           move cnl-warehouse to ws-except-key(1:2).
           move cnl-item-code to ws-except-key(4:6).
           move ard-action to ws-except-reason.
           perform 955-write-exception.

       200-post-adjustment.

      *    the shelf becomes what was counted and the master's total
      *    moves by the same variance - never below zero
           add 1 to ws-count-posted.
           add ws-variance to ws-net-variance.

           if sw-whse-off not = "y"
               if ws-whse-found
                   move cnl-counted
                       to ws-whse-on-hand(ws-whse-match-idx)
               else
                   if ws-whse-count < 600
                       add 1 to ws-whse-count
                       move cnl-warehouse to ws-whse-code(ws-whse-count)
                       move cnl-item-code to ws-whse-item(ws-whse-count)
                       move cnl-counted
                           to ws-whse-on-hand(ws-whse-count)
                   end-if
               end-if
           end-if.

           if ws-variance < 0
               and ws-abs-variance > ws-item-on-hand(ws-item-match-idx)
               move 0 to ws-item-on-hand(ws-item-match-idx)
           else
               add ws-variance to ws-item-on-hand(ws-item-match-idx)
           end-if.

       300-select-todays-items.

      *    held recounts go on the sheet first, then the next slice
      *    of the item master from where the last sheet stopped
           perform 310-sheet-one-recount
               varying ws-rcn-idx from 1 by 1
               until ws-rcn-idx > ws-rcn-count.

           if ws-next-item-idx > ws-item-count
               move 1 to ws-next-item-idx
           end-if.

           move 0 to ws-items-taken.
           perform 320-sheet-one-item
               until ws-items-taken = ws-items-per-day
                   or ws-items-taken = ws-item-count.

       310-sheet-one-recount.

           if ws-rcn-done-sw(ws-rcn-idx) = "N"
               move ws-rcn-whse(ws-rcn-idx) to ws-look-whse
               move ws-rcn-item(ws-rcn-idx) to ws-look-item
               move "N" to ws-item-found-sw
               perform 120-find-item
                   varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-item-count
                       or ws-item-found
               perform 350-add-sheet-line
               if ws-sht-found
                   move "Y" to ws-sht-recount-sw(ws-sht-idx)
               end-if
           end-if.

       320-sheet-one-item.

      *    every building holding the item counts it on the same
      *    day - with no building detail the single pool counts
           move ws-item-code(ws-next-item-idx) to ws-look-item.
           move ws-next-item-idx to ws-item-match-idx.
           set ws-item-found to true.

           if sw-whse-off = "y"
               move spaces to ws-look-whse
               perform 350-add-sheet-line
           else
               perform 330-sheet-one-whse-entry
                   varying ws-whse-idx from 1 by 1
                   until ws-whse-idx > ws-whse-count
           end-if.

           add 1 to ws-items-taken.
           add 1 to ws-next-item-idx.
           if ws-next-item-idx > ws-item-count
               move 1 to ws-next-item-idx
           end-if.

       330-sheet-one-whse-entry.

           if ws-whse-item(ws-whse-idx) = ws-look-item
               move ws-whse-code(ws-whse-idx) to ws-look-whse
               perform 350-add-sheet-line
           end-if.

       350-add-sheet-line.

      *    a recount already on the sheet is not listed twice
           move "N" to ws-sht-found-sw.
           perform 355-find-sheet-line
               varying ws-sht-scan-idx from 1 by 1
               until ws-sht-scan-idx > ws-sht-count
                   or ws-sht-found.

           if not ws-sht-found and ws-sht-count < 600
               add 1 to ws-sht-count
               move ws-look-whse to ws-sht-whse(ws-sht-count)
               move ws-look-item to ws-sht-item(ws-sht-count)
               if ws-item-found
                   move ws-item-bin(ws-item-match-idx)
                       to ws-sht-bin(ws-sht-count)
               else
                   move spaces to ws-sht-bin(ws-sht-count)
               end-if
               move "N" to ws-sht-recount-sw(ws-sht-count)
               move "N" to ws-sht-done-sw(ws-sht-count)
               move ws-sht-count to ws-sht-idx
               set ws-sht-found to true
           end-if.

       355-find-sheet-line.

           if ws-sht-whse(ws-sht-scan-idx) = ws-look-whse
               and ws-sht-item(ws-sht-scan-idx) = ws-look-item
               set ws-sht-found to true
               move ws-sht-scan-idx to ws-sht-idx
           end-if.

       400-print-count-sheets.

           open output count-sheet-file.

           perform 410-start-one-sheet
               varying ws-sht-idx from 1 by 1
               until ws-sht-idx > ws-sht-count.

           close count-sheet-file.

       410-start-one-sheet.

      *    the first unprinted line opens its warehouse's sheet -
      *    every line of that warehouse prints inside it, bin order
           if ws-sht-done-sw(ws-sht-idx) = "N"
               move ws-sht-whse(ws-sht-idx) to ws-sht-doc-whse
               move 0 to ws-sht-doc-count

               move ws-sht-doc-whse to csh-whse
               move ws-business-date to csh-date
               write count-sheet-line from ws-sheet-heading
                   after advancing 2 lines
               write count-sheet-line from ws-sheet-columns
                   after advancing 2 lines

               move 0 to ws-sht-min-idx
               perform 420-print-next-bin-line
                   until ws-sht-min-idx = 999

               move ws-sht-doc-count to cst-count
               write count-sheet-line from ws-sheet-total-line
                   after advancing 2 lines
           end-if.

       420-print-next-bin-line.

      *    selection by bin - the lowest unprinted bin in this
      *    warehouse prints next. 999 in the minimum index means
      *    the sheet is done.
           move 999 to ws-sht-min-idx.
           move high-values to ws-sht-min-bin.

           perform 430-weigh-one-line
               varying ws-sht-scan-idx from 1 by 1
               until ws-sht-scan-idx > ws-sht-count.

           if ws-sht-min-idx not = 999
               move ws-sht-bin(ws-sht-min-idx) to csd-bin
               move ws-sht-item(ws-sht-min-idx) to csd-item-code
               if ws-sht-recount-sw(ws-sht-min-idx) = "Y"
                   move "RECOUNT" to csd-note
               else
                   move spaces to csd-note
               end-if
               write count-sheet-line from ws-sheet-detail
                   after advancing 1 line
               move "Y" to ws-sht-done-sw(ws-sht-min-idx)
               add 1 to ws-sht-doc-count
           end-if.

       430-weigh-one-line.

           if ws-sht-whse(ws-sht-scan-idx) = ws-sht-doc-whse
               and ws-sht-done-sw(ws-sht-scan-idx) = "N"
               and ws-sht-bin(ws-sht-scan-idx) < ws-sht-min-bin
               move ws-sht-bin(ws-sht-scan-idx) to ws-sht-min-bin
               move ws-sht-scan-idx to ws-sht-min-idx
           end-if.

       500-rewrite-recounts.

      *    recounts that posted drop off - the rest wait
           open output recount-file.
           perform 505-keep-one-recount
               varying ws-rcn-idx from 1 by 1
               until ws-rcn-idx > ws-rcn-count.
           close recount-file.

       505-keep-one-recount.

           if ws-rcn-done-sw(ws-rcn-idx) = "N"
               move ws-rcn-whse(ws-rcn-idx) to rcn-warehouse
               move ws-rcn-item(ws-rcn-idx) to rcn-item-code
               move ws-rcn-book(ws-rcn-idx) to rcn-book
               move ws-rcn-counted(ws-rcn-idx) to rcn-counted
               move ws-rcn-date(ws-rcn-idx) to rcn-date
               write recount-line
           end-if.

       510-rewrite-warehouse-stock.

           if sw-whse-off not = "y"
               open output whse-stock-file
               perform 515-write-one-whse-line
                   varying ws-whse-idx from 1 by 1
                   until ws-whse-idx > ws-whse-count
               close whse-stock-file
           end-if.

       515-write-one-whse-line.

           move ws-whse-code(ws-whse-idx) to wsl-warehouse.
           move ws-whse-item(ws-whse-idx) to wsl-item-code.
           move ws-whse-on-hand(ws-whse-idx) to wsl-on-hand.
           write whse-stock-line.

       520-rewrite-item-master.

           open output item-master-file.
           perform 525-write-one-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count.
           close item-master-file.

       525-write-one-item.

           move ws-item-code(ws-item-idx) to iml-item-code.
           move ws-item-on-hand(ws-item-idx) to iml-on-hand.
           move ws-item-reorder(ws-item-idx) to iml-reorder-point.
           move ws-item-bin(ws-item-idx) to iml-bin-location.
           write item-master-line.

       530-write-count-cursor.

           open output count-cursor-file.
           move ws-next-item-idx to ccl-next-item-idx.
           write count-cursor-line.
           close count-cursor-file.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the sheets against the raw calendar date.
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

       end program Lab3CycleCount.
