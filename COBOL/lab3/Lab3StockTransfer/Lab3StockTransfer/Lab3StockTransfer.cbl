       identification division.
       program-id. Lab3StockTransfer.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    transfers keyed by the stock planner - from building, to
      *    building, item and quantity. the file is consumed -
      *    rewritten empty at the end.
           select transfer-file
           assign to "../../../data/lab3Transfers.dat"
           organization is line sequential
           file status is ws-transfer-status.

      *    signed-back receipt documents - the transfer number and
      *    the quantity that actually arrived. consumed the same
      *    way.
           select xfer-receipt-file
           assign to "../../../data/lab3XferRcpts.dat"
           organization is line sequential
           file status is ws-xferrcpt-status.

      *    stock on the road - taken off the sending building when
      *    it ships, put on the receiving building only when the
      *    receipt comes back, and on neither shelf in between.
           select in-transit-file
           assign to "../../../data/lab3InTransit.dat"
           organization is line sequential
           file status is ws-intransit-status.

           select whse-stock-file
           assign to "../../../data/lab3WhseStock.dat"
           organization is line sequential
           file status is ws-whsestock-status.

      *    read only - the reorder point drives the suggested
      *    transfers and the bin goes on the pick document.
           select item-master-file
           assign to "../../../data/lab3ItemMast.dat"
           organization is line sequential
           file status is ws-itemmast-status.

      *    the next transfer number to assign - the same pattern
      *    the sales run numbers its invoices with.
           select next-xfer-file
           assign to "../../../data/lab3NextXfer.dat"
           organization is line sequential
           file status is ws-nextxfer-status.

      *    one pick document per sending building and one receipt
      *    document per receiving building, plus the register of
      *    everything the run did.
           select xfer-pick-file
           assign to "../../../data/lab3XferPick.out"
           organization is line sequential.

           select xfer-rcpt-doc-file
           assign to "../../../data/lab3XferRcpt.out"
           organization is line sequential.

           select xfer-register-file
           assign to "../../../data/lab3XferRegister.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - transfers ship and the documents
      *    are dated on the business date, not the raw run date.
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

       fd  transfer-file
           data record is transfer-line.

       01  transfer-line.
           05 tfl-from-whse             pic x(2).
           05 tfl-to-whse               pic x(2).
           05 tfl-item-code             pic x(6).
           05 tfl-quantity              pic 9(5).

       fd  xfer-receipt-file
           data record is xfer-receipt-line.

      *    a blank or zero quantity means all of it arrived
       01  xfer-receipt-line.
           05 trl-xfer-number           pic 9(5).
           05 trl-qty-received          pic 9(5).

       fd  in-transit-file
           data record is in-transit-line.

       01  in-transit-line.
           05 itl-xfer-number           pic 9(5).
           05 itl-from-whse             pic x(2).
           05 itl-to-whse               pic x(2).
           05 itl-item-code             pic x(6).
           05 itl-quantity              pic 9(5).
           05 itl-ship-date             pic 9(8).
      *    'K' keyed by the planner, 'S' suggested by the run
           05 itl-origin                pic x.

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

       fd  next-xfer-file
           data record is next-xfer-line.

       01  next-xfer-line.
           05 nxl-next-xfer             pic 9(5).

       fd  xfer-pick-file
           data record is xfer-pick-line.

       01  xfer-pick-line               pic x(72).

       fd  xfer-rcpt-doc-file
           data record is xfer-rcpt-doc-line.

       01  xfer-rcpt-doc-line           pic x(72).

       fd  xfer-register-file
           data record is xfer-register-line.

       01  xfer-register-line           pic x(72).

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
       01 ws-whse-table.
           05 ws-whse-entry occurs 600 times.
               10 ws-whse-code           pic x(2).
               10 ws-whse-item           pic x(6).
               10 ws-whse-on-hand        pic 9(5).

       01 ws-whse-count              pic 999 value 0.
       01 ws-whse-idx                pic 999 value 0.
       01 ws-whse-match-idx          pic 999 value 0.
       01 ws-donor-idx               pic 999 value 0.
       01 ws-whsestock-status        pic xx value spaces.
       01 sw-whsestock-eof           pic x value "n".
       01 ws-whse-found-sw           pic x value "N".
           88 ws-whse-found               value "Y".

      *---------------Item Master Table-------------------------------
       01 ws-item-table.
           05 ws-item-entry occurs 300 times.
               10 ws-item-code       pic x(6).
               10 ws-item-reorder    pic 9(5).
               10 ws-item-bin        pic x(6).

       01 ws-item-count             pic 999 value 0.
       01 ws-item-idx                pic 999 value 0.
       01 ws-item-match-idx          pic 999 value 0.
       01 ws-itemmast-status         pic xx.
       01 sw-itemmast-eof            pic x value "n".
       01 ws-item-found-sw           pic x value "N".
           88 ws-item-found               value "Y".

      *---------------Transfers In Transit----------------------------
      *    what was on the road at the start of the run plus what
      *    ships in it - received entries drop off when the file is
      *    rewritten.
       01 ws-transit-table.
           05 ws-transit-entry occurs 500 times.
               10 ws-trn-number          pic 9(5).
               10 ws-trn-from            pic x(2).
               10 ws-trn-to              pic x(2).
               10 ws-trn-item            pic x(6).
               10 ws-trn-qty             pic 9(5).
               10 ws-trn-ship-date       pic 9(8).
               10 ws-trn-origin          pic x.
               10 ws-trn-state           pic x.
                   88 ws-trn-on-road          value "T".
                   88 ws-trn-received         value "R".
                   88 ws-trn-shipped-now      value "N".
               10 ws-trn-pick-sw         pic x.
               10 ws-trn-rcpt-sw         pic x.

       01 ws-trn-count               pic 999 value 0.
       01 ws-trn-idx                 pic 999 value 0.
       01 ws-trn-doc-idx             pic 999 value 0.
       01 ws-trn-match-idx           pic 999 value 0.
       01 ws-intransit-status        pic xx value spaces.
       01 sw-intransit-eof           pic x value "n".
       01 ws-trn-found-sw            pic x value "N".
           88 ws-trn-found                value "Y".

      *    set when the in-transit or stock file had more lines than
      *    its table holds - moving stock against a partial load and
      *    rewriting the file from it would silently delete
      *    everything past the cap, so the run refuses instead
       01 ws-overflow-sw             pic x value "N".
           88 ws-overflow                 value "Y".

      *---------------Transfer Work Fields----------------------------
       01 ws-transfer-status         pic xx value spaces.
       01 sw-transfer-eof            pic x value "n".
       01 ws-xferrcpt-status         pic xx value spaces.
       01 sw-xferrcpt-eof            pic x value "n".
       01 ws-nextxfer-status         pic xx value spaces.
       01 ws-next-xfer               pic 9(5) value 50001.

       01 ws-ship-from               pic x(2).
       01 ws-ship-to                 pic x(2).
       01 ws-ship-item               pic x(6).
       01 ws-ship-qty                pic 9(5).
       01 ws-ship-origin             pic x.
       01 ws-qty-arrived             pic 9(5).
       01 ws-need                    pic 9(5).
       01 ws-surplus                 pic 9(5).
       01 ws-best-surplus            pic 9(5).
       01 ws-reject-reason           pic x(24).
       01 ws-doc-whse                pic x(2).
       01 ws-doc-lines               pic 999 value 0.

       01 ws-today-yyyymmdd          pic 9(8).

       01 ws-count-received          pic 999 value 0.
       01 ws-count-keyed             pic 999 value 0.
       01 ws-count-suggested         pic 999 value 0.
       01 ws-count-rejected          pic 999 value 0.
       01 ws-count-on-road           pic 999 value 0.

      *---------------Transfer Document Lines-------------------------
       01 ws-pick-heading.
           05 filler                 pic x(30)
               value "TRANSFER PICK - FROM WAREHOUSE".
           05 filler                 pic x value space.
           05 pkh-whse               pic x(2).
           05 filler                 pic x(8) value "   DATE ".
           05 pkh-date               pic 9(8).

       01 ws-pick-columns.
           05 filler                 pic x(26)
               value "TRANSFER  TO  ITEM    BIN ".
           05 filler                 pic x(30)
               value "       QTY  PICKED   CHECKED  ".

       01 ws-pick-detail.
           05 pkd-xfer-number        pic 9(5).
           05 filler                 pic x(5) value spaces.
           05 pkd-to-whse            pic x(2).
           05 filler                 pic x(2) value spaces.
           05 pkd-item-code          pic x(6).
           05 filler                 pic x(2) value spaces.
           05 pkd-bin                pic x(6).
           05 filler                 pic x(3) value spaces.
           05 pkd-qty                pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(16)
               value "______   ______".

       01 ws-rcpt-heading.
           05 filler                 pic x(32)
               value "TRANSFER RECEIPT - TO WAREHOUSE ".
           05 rch-whse               pic x(2).
           05 filler                 pic x(8) value "   DATE ".
           05 rch-date               pic 9(8).

       01 ws-rcpt-columns.
           05 filler                 pic x(28)
               value "TRANSFER  FROM  ITEM      SH".
           05 filler                 pic x(28)
               value "IPPED  RECEIVED  SIGNED     ".

       01 ws-rcpt-detail.
           05 rcd-xfer-number        pic 9(5).
           05 filler                 pic x(5) value spaces.
           05 rcd-from-whse          pic x(2).
           05 filler                 pic x(4) value spaces.
           05 rcd-item-code          pic x(6).
           05 filler                 pic x(5) value spaces.
           05 rcd-qty                pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(18)
               value "________  ______".

      *    the receipt comes back as transfer number and quantity
      *    arrived on lab3XferRcpts.dat
       01 ws-rcpt-footing.
           05 filler                 pic x(40)
               value "SIGN AND RETURN - BOOK IN BY TRANSFER NO".

       01 ws-doc-count-line.
           05 filler                 pic x(20)
               value "TRANSFERS ON THIS   ".
           05 filler                 pic x(10) value "DOCUMENT  ".
           05 dcl-count              pic zz9.

      *---------------Transfer Register Lines-------------------------
       01 ws-register-heading.
           05 filler                 pic x(27)
               value "STOCK TRANSFER REGISTER    ".
           05 rgh-date               pic 9(8).

       01 ws-register-columns.
           05 filler                 pic x(26)
               value "XFER#  ACTION   FROM  TO  ".
           05 filler                 pic x(26)
               value " ITEM     QTY  RECVD  NOTE".

       01 ws-register-detail.
           05 rgd-xfer-number        pic z(5).
           05 filler                 pic x(2) value spaces.
           05 rgd-action             pic x(8).
           05 filler                 pic x(2) value spaces.
           05 rgd-from-whse          pic x(2).
           05 filler                 pic x(3) value spaces.
           05 rgd-to-whse            pic x(2).
           05 filler                 pic x(3) value spaces.
           05 rgd-item-code          pic x(6).
           05 filler                 pic x value space.
           05 rgd-qty                pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rgd-received           pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rgd-note               pic x(24).

       01 ws-register-total.
           05 filler                 pic x(10) value "RECEIVED  ".
           05 rgt-received           pic zz9.
           05 filler                 pic x(10) value "   KEYED  ".
           05 rgt-keyed              pic zz9.
           05 filler                 pic x(14) value "   SUGGESTED  ".
           05 rgt-suggested          pic zz9.
           05 filler                 pic x(13) value "   REJECTED  ".
           05 rgt-rejected           pic zz9.

       01 ws-register-total-2.
           05 filler                 pic x(30)
               value "STILL IN TRANSIT AT END OF RUN".
           05 filler                 pic x(2) value spaces.
           05 rgt-on-road            pic zz9.

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
       01 ws-this-job-name                   pic x(8) value "LAB3XFR".

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

           perform 050-read-warehouse-stock.
           perform 060-read-item-master.
           perform 070-read-in-transit.

           if ws-whse-count = 0
               display "no warehouse stock on file - nothing to"
                   " transfer"
               goback
           end-if.

           if ws-overflow
               display "warehouse stock or in-transit file exceeds"
                   " its table - run refused, nothing moved"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 080-read-next-xfer.

           open output xfer-register-file.
           move ws-business-date to rgh-date.
           write xfer-register-line from ws-register-heading.
           write xfer-register-line from ws-register-columns
               after advancing 2 lines.
           move spaces to xfer-register-line.
           write xfer-register-line after advancing 1 line.

      *    arrivals first, so a building receiving today is judged
      *    on what is really on its shelf before anything is
      *    suggested for it
           perform 100-book-in-receipts.
           perform 200-ship-keyed-transfers.
           perform 300-suggest-transfers
               varying ws-whse-idx from 1 by 1
               until ws-whse-idx > ws-whse-count.

           perform 400-print-pick-documents.
           perform 450-print-receipt-documents.

           perform 480-count-one-on-road
               varying ws-trn-idx from 1 by 1
               until ws-trn-idx > ws-trn-count.

           move ws-count-received to rgt-received.
           move ws-count-keyed to rgt-keyed.
           move ws-count-suggested to rgt-suggested.
           move ws-count-rejected to rgt-rejected.
           write xfer-register-line from ws-register-total
               after advancing 2 lines.
           move ws-count-on-road to rgt-on-road.
           write xfer-register-line from ws-register-total-2
               after advancing 1 line.
           close xfer-register-file.

           perform 500-rewrite-in-transit.
           perform 510-rewrite-warehouse-stock.
           perform 090-write-next-xfer.

           compute ws-stats-read = ws-count-received
               + ws-count-keyed + ws-count-rejected.
           compute ws-stats-written = ws-count-received
               + ws-count-keyed + ws-count-suggested.
           perform 958-write-run-stats.

           display "transfers received: " ws-count-received
               " keyed: " ws-count-keyed
               " suggested: " ws-count-suggested
               " rejected: " ws-count-rejected.

           goback.

       050-read-warehouse-stock.

           open input whse-stock-file.

           if ws-whsestock-status = "00"
               read whse-stock-file
                   at end move "y" to sw-whsestock-eof
               end-read
               if ws-whsestock-status not = "00"
                   move "y" to sw-whsestock-eof
               end-if
               perform 055-load-one-whse-line
                   until sw-whsestock-eof = "y"
                       or ws-whse-count = 600
               if sw-whsestock-eof not = "y"
                   set ws-overflow to true
               end-if
               close whse-stock-file
           end-if.

       055-load-one-whse-line.

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

       060-read-item-master.

      *    a missing item master just means nothing is suggested
      *    and the pick documents carry no bins.
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
               close item-master-file
           end-if.

       065-load-one-item.

           add 1 to ws-item-count.
           move iml-item-code to ws-item-code(ws-item-count).
      *    master files from before the reorder point was carried
      *    read in short - a blank point means never suggest
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

       070-read-in-transit.

           open input in-transit-file.

           if ws-intransit-status = "00"
               read in-transit-file
                   at end move "y" to sw-intransit-eof
               end-read
               if ws-intransit-status not = "00"
                   move "y" to sw-intransit-eof
               end-if
               perform 075-load-one-in-transit
                   until sw-intransit-eof = "y"
                       or ws-trn-count = 500
               if sw-intransit-eof not = "y"
                   set ws-overflow to true
               end-if
               close in-transit-file
           end-if.

       075-load-one-in-transit.

           add 1 to ws-trn-count.
           move itl-xfer-number to ws-trn-number(ws-trn-count).
           move itl-from-whse to ws-trn-from(ws-trn-count).
           move itl-to-whse to ws-trn-to(ws-trn-count).
           move itl-item-code to ws-trn-item(ws-trn-count).
           move itl-quantity to ws-trn-qty(ws-trn-count).
           move itl-ship-date to ws-trn-ship-date(ws-trn-count).
           move itl-origin to ws-trn-origin(ws-trn-count).
           move "T" to ws-trn-state(ws-trn-count).
           move "Y" to ws-trn-pick-sw(ws-trn-count).
           move "Y" to ws-trn-rcpt-sw(ws-trn-count).

           read in-transit-file
               at end move "y" to sw-intransit-eof
           end-read.
           if ws-intransit-status not = "00"
               move "y" to sw-intransit-eof
           end-if.

       080-read-next-xfer.

      *    a missing control file starts the sequence at the
      *    compiled-in 50001 - written back at end of job either way.
           open input next-xfer-file.
           if ws-nextxfer-status = "00"
               read next-xfer-file
                   at end continue
               end-read
               if ws-nextxfer-status = "00"
                   move nxl-next-xfer to ws-next-xfer
               end-if
               close next-xfer-file
           end-if.

       090-write-next-xfer.

           open output next-xfer-file.
           move ws-next-xfer to nxl-next-xfer.
           write next-xfer-line.
           close next-xfer-file.

       100-book-in-receipts.

           open input xfer-receipt-file.
           if ws-xferrcpt-status not = "00"
               move "y" to sw-xferrcpt-eof
           end-if.

           if sw-xferrcpt-eof not = "y"
               read xfer-receipt-file
                   at end move "y" to sw-xferrcpt-eof
               end-read
           end-if.
           perform 110-book-in-one-receipt
               until sw-xferrcpt-eof = "y".

      *    the file is consumed - a receipt that matched nothing is
      *    on the register for the planner to chase
           if ws-xferrcpt-status = "00"
               or ws-xferrcpt-status = "10"
               close xfer-receipt-file
               open output xfer-receipt-file
               close xfer-receipt-file
           end-if.

       110-book-in-one-receipt.

           move spaces to ws-register-detail.
           move "RECEIVED" to rgd-action.

           move "N" to ws-trn-found-sw.
           if trl-xfer-number is numeric
               move trl-xfer-number to rgd-xfer-number
               perform 115-find-on-road
                   varying ws-trn-idx from 1 by 1
                   until ws-trn-idx > ws-trn-count
                       or ws-trn-found
           else
               move 0 to rgd-xfer-number
           end-if.

           if not ws-trn-found
               add 1 to ws-count-rejected
               move "NO SUCH TRANSFER ON ROAD" to rgd-note
               perform 130-log-rejected-receipt
           else
               perform 120-receive-transfer
           end-if.

           write xfer-register-line from ws-register-detail
               after advancing 1 line.

           read xfer-receipt-file
               at end move "y" to sw-xferrcpt-eof
           end-read.

       115-find-on-road.

           if ws-trn-number(ws-trn-idx) = trl-xfer-number
               and ws-trn-on-road(ws-trn-idx)
               set ws-trn-found to true
               move ws-trn-idx to ws-trn-match-idx
           end-if.

       120-receive-transfer.

      *    the receiving building takes what actually arrived - any
      *    shortfall was lost on the road and shows on the register
           if trl-qty-received is numeric
               and trl-qty-received > 0
               move trl-qty-received to ws-qty-arrived
           else
               move ws-trn-qty(ws-trn-match-idx) to ws-qty-arrived
           end-if.

           move ws-trn-from(ws-trn-match-idx) to rgd-from-whse.
           move ws-trn-to(ws-trn-match-idx) to rgd-to-whse.
           move ws-trn-item(ws-trn-match-idx) to rgd-item-code.
           move ws-trn-qty(ws-trn-match-idx) to rgd-qty.
           move ws-qty-arrived to rgd-received.

           move ws-trn-to(ws-trn-match-idx) to ws-ship-to.
           move ws-trn-item(ws-trn-match-idx) to ws-ship-item.
           move "N" to ws-whse-found-sw.
           perform 125-find-destination
               varying ws-whse-idx from 1 by 1
               until ws-whse-idx > ws-whse-count
                   or ws-whse-found.

           if not ws-whse-found
               if ws-whse-count < 600
                   add 1 to ws-whse-count
                   move ws-ship-to to ws-whse-code(ws-whse-count)
                   move ws-ship-item to ws-whse-item(ws-whse-count)
                   move 0 to ws-whse-on-hand(ws-whse-count)
                   move ws-whse-count to ws-whse-match-idx
                   set ws-whse-found to true
               end-if
           end-if.

           if ws-whse-found
               add ws-qty-arrived to ws-whse-on-hand(ws-whse-match-idx)
               set ws-trn-received(ws-trn-match-idx) to true
               add 1 to ws-count-received
               if ws-qty-arrived < ws-trn-qty(ws-trn-match-idx)
                   move "SHORT ON ARRIVAL" to rgd-note
               else
                   if ws-qty-arrived > ws-trn-qty(ws-trn-match-idx)
                       move "OVER ON ARRIVAL - CHECK" to rgd-note
                   else
                       move "BOOKED IN" to rgd-note
                   end-if
               end-if
           else
      *    no room for the new building entry - the stock stays on
      *    the road and the receipt can be booked again
               add 1 to ws-count-rejected
               move "STOCK TABLE FULL-REBOOK" to rgd-note
               perform 130-log-rejected-receipt
           end-if.

       125-find-destination.

           if ws-whse-code(ws-whse-idx) = ws-ship-to
               and ws-whse-item(ws-whse-idx) = ws-ship-item
               set ws-whse-found to true
               move ws-whse-idx to ws-whse-match-idx
           end-if.

       130-log-rejected-receipt.

      *    the receipt is gone from the consumed file - the
      *    exception log is where the building finds it to rebook
           move spaces to ws-except-key.
           move trl-xfer-number to ws-except-key(1:5).
           move rgd-note to ws-except-reason.
           perform 955-write-exception.

       200-ship-keyed-transfers.

           open input transfer-file.
           if ws-transfer-status not = "00"
               move "y" to sw-transfer-eof
           end-if.

           if sw-transfer-eof not = "y"
               read transfer-file
                   at end move "y" to sw-transfer-eof
               end-read
           end-if.
           perform 210-ship-one-keyed
               until sw-transfer-eof = "y".

           if ws-transfer-status = "00"
               or ws-transfer-status = "10"
               close transfer-file
               open output transfer-file
               close transfer-file
           end-if.

       210-ship-one-keyed.

           move tfl-from-whse to ws-ship-from.
           move tfl-to-whse to ws-ship-to.
           move tfl-item-code to ws-ship-item.
           move spaces to ws-reject-reason.

      *    the sending building must hold the stock now - a keyed
      *    transfer never drives a shelf negative
           if tfl-from-whse = spaces or tfl-to-whse = spaces
               or tfl-from-whse = tfl-to-whse
               move "BUILDINGS MISSING/SAME" to ws-reject-reason
           else
               if tfl-quantity is not numeric
                   or tfl-quantity = 0
                   move "QUANTITY NOT VALID" to ws-reject-reason
               else
                   move tfl-quantity to ws-ship-qty
                   move "N" to ws-whse-found-sw
                   perform 215-find-source
                       varying ws-whse-idx from 1 by 1
                       until ws-whse-idx > ws-whse-count
                           or ws-whse-found
                   if not ws-whse-found
                       move "ITEM NOT AT SOURCE" to ws-reject-reason
                   else
                       if ws-whse-on-hand(ws-whse-match-idx)
                               < ws-ship-qty
                           move "NOT ENOUGH AT SOURCE"
                               to ws-reject-reason
                       else
                           if ws-trn-count = 500
                               move "IN-TRANSIT TABLE FULL"
                                   to ws-reject-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               move "K" to ws-ship-origin
               perform 250-ship-transfer
               add 1 to ws-count-keyed
           else
               add 1 to ws-count-rejected
               move spaces to ws-register-detail
               move 0 to rgd-xfer-number
               move "REJECTED" to rgd-action
               move tfl-from-whse to rgd-from-whse
               move tfl-to-whse to rgd-to-whse
               move tfl-item-code to rgd-item-code
               if tfl-quantity is numeric
                   move tfl-quantity to rgd-qty
               end-if
               move ws-reject-reason to rgd-note
               write xfer-register-line from ws-register-detail
                   after advancing 1 line
               move spaces to ws-except-key
               move tfl-from-whse to ws-except-key(1:2)
               move tfl-to-whse to ws-except-key(4:2)
               move tfl-item-code to ws-except-key(7:6)
               move ws-reject-reason to ws-except-reason
               perform 955-write-exception
           end-if.

           read transfer-file
               at end move "y" to sw-transfer-eof
           end-read.

       215-find-source.

           if ws-whse-code(ws-whse-idx) = ws-ship-from
               and ws-whse-item(ws-whse-idx) = ws-ship-item
               set ws-whse-found to true
               move ws-whse-idx to ws-whse-match-idx
           end-if.

       250-ship-transfer.

      *    the stock leaves the sending shelf now and sits on the
      *    road until the receipt is booked in
           subtract ws-ship-qty from ws-whse-on-hand(ws-whse-match-idx).

           add 1 to ws-trn-count.
           move ws-next-xfer to ws-trn-number(ws-trn-count).
           add 1 to ws-next-xfer.
           move ws-ship-from to ws-trn-from(ws-trn-count).
           move ws-ship-to to ws-trn-to(ws-trn-count).
           move ws-ship-item to ws-trn-item(ws-trn-count).
           move ws-ship-qty to ws-trn-qty(ws-trn-count).
           move ws-business-date to ws-trn-ship-date(ws-trn-count).
           move ws-ship-origin to ws-trn-origin(ws-trn-count).
           set ws-trn-shipped-now(ws-trn-count) to true.
           move "N" to ws-trn-pick-sw(ws-trn-count).
           move "N" to ws-trn-rcpt-sw(ws-trn-count).

           move spaces to ws-register-detail.
           move ws-trn-number(ws-trn-count) to rgd-xfer-number.
           if ws-ship-origin = "K"
               move "KEYED" to rgd-action
           else
               move "SUGGEST" to rgd-action
           end-if.
           move ws-ship-from to rgd-from-whse.
           move ws-ship-to to rgd-to-whse.
           move ws-ship-item to rgd-item-code.
           move ws-ship-qty to rgd-qty.
           move "SHIPPED - IN TRANSIT" to rgd-note.
           write xfer-register-line from ws-register-detail
               after advancing 1 line.

       300-suggest-transfers.

      *    a building below the item's reorder point, with nothing
      *    already on the road to it, is topped up from the
      *    building with the most stock above that point - enough
      *    to bring it up to twice the point, never taking the
      *    sender below the point itself
           move "N" to ws-item-found-sw.
           perform 310-find-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count
                   or ws-item-found.

           if ws-item-found
               and ws-item-reorder(ws-item-match-idx) > 0
               and ws-whse-on-hand(ws-whse-idx)
                   < ws-item-reorder(ws-item-match-idx)
               and ws-trn-count < 500
               move ws-whse-code(ws-whse-idx) to ws-ship-to
               move ws-whse-item(ws-whse-idx) to ws-ship-item
               move "N" to ws-trn-found-sw
               perform 320-find-inbound
                   varying ws-trn-idx from 1 by 1
                   until ws-trn-idx > ws-trn-count
                       or ws-trn-found
               if not ws-trn-found
                   perform 330-find-donor
               end-if
           end-if.

       310-find-item.

           if ws-item-code(ws-item-idx) = ws-whse-item(ws-whse-idx)
               set ws-item-found to true
               move ws-item-idx to ws-item-match-idx
           end-if.

       320-find-inbound.

           if ws-trn-to(ws-trn-idx) = ws-ship-to
               and ws-trn-item(ws-trn-idx) = ws-ship-item
               and not ws-trn-received(ws-trn-idx)
               set ws-trn-found to true
           end-if.

       330-find-donor.

           move 0 to ws-donor-idx.
           move 0 to ws-best-surplus.
           perform 335-weigh-one-donor
               varying ws-whse-match-idx from 1 by 1
               until ws-whse-match-idx > ws-whse-count.

           if ws-donor-idx > 0
               compute ws-need =
                   ws-item-reorder(ws-item-match-idx) * 2
                   - ws-whse-on-hand(ws-whse-idx)
               if ws-need > ws-best-surplus
                   move ws-best-surplus to ws-ship-qty
               else
                   move ws-need to ws-ship-qty
               end-if
               move ws-whse-code(ws-donor-idx) to ws-ship-from
               move ws-donor-idx to ws-whse-match-idx
               move "S" to ws-ship-origin
               perform 250-ship-transfer
               add 1 to ws-count-suggested
           end-if.

       335-weigh-one-donor.

           if ws-whse-item(ws-whse-match-idx) = ws-ship-item
               and ws-whse-code(ws-whse-match-idx) not = ws-ship-to
               and ws-whse-on-hand(ws-whse-match-idx)
                   > ws-item-reorder(ws-item-match-idx)
               compute ws-surplus =
                   ws-whse-on-hand(ws-whse-match-idx)
                   - ws-item-reorder(ws-item-match-idx)
               if ws-surplus > ws-best-surplus
                   move ws-surplus to ws-best-surplus
                   move ws-whse-match-idx to ws-donor-idx
               end-if
           end-if.

       400-print-pick-documents.

      *    one document per sending building - the first unprinted
      *    transfer opens the building's document and every other
      *    transfer out of it joins
           open output xfer-pick-file.
           perform 410-print-one-pick-document
               varying ws-trn-idx from 1 by 1
               until ws-trn-idx > ws-trn-count.
           close xfer-pick-file.

       410-print-one-pick-document.

           if ws-trn-pick-sw(ws-trn-idx) = "N"
               move ws-trn-from(ws-trn-idx) to ws-doc-whse
               move ws-doc-whse to pkh-whse
               move ws-business-date to pkh-date
               write xfer-pick-line from ws-pick-heading
                   after advancing 2 lines
               write xfer-pick-line from ws-pick-columns
                   after advancing 2 lines
               move 0 to ws-doc-lines
               perform 420-print-one-pick-line
                   varying ws-trn-doc-idx from ws-trn-idx by 1
                   until ws-trn-doc-idx > ws-trn-count
               move ws-doc-lines to dcl-count
               write xfer-pick-line from ws-doc-count-line
                   after advancing 2 lines
           end-if.

       420-print-one-pick-line.

           if ws-trn-pick-sw(ws-trn-doc-idx) = "N"
               and ws-trn-from(ws-trn-doc-idx) = ws-doc-whse
               move "Y" to ws-trn-pick-sw(ws-trn-doc-idx)
               add 1 to ws-doc-lines
               move ws-trn-number(ws-trn-doc-idx) to pkd-xfer-number
               move ws-trn-to(ws-trn-doc-idx) to pkd-to-whse
               move ws-trn-item(ws-trn-doc-idx) to pkd-item-code
               move ws-trn-item(ws-trn-doc-idx) to ws-ship-item
               move spaces to pkd-bin
               move "N" to ws-item-found-sw
               perform 425-find-bin
                   varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-item-count
                       or ws-item-found
               move ws-trn-qty(ws-trn-doc-idx) to pkd-qty
               write xfer-pick-line from ws-pick-detail
                   after advancing 1 line
           end-if.

       425-find-bin.

           if ws-item-code(ws-item-idx) = ws-ship-item
               set ws-item-found to true
               move ws-item-bin(ws-item-idx) to pkd-bin
           end-if.

       450-print-receipt-documents.

           open output xfer-rcpt-doc-file.
           perform 460-print-one-rcpt-document
               varying ws-trn-idx from 1 by 1
               until ws-trn-idx > ws-trn-count.
           close xfer-rcpt-doc-file.

       460-print-one-rcpt-document.

           if ws-trn-rcpt-sw(ws-trn-idx) = "N"
               move ws-trn-to(ws-trn-idx) to ws-doc-whse
               move ws-doc-whse to rch-whse
               move ws-business-date to rch-date
               write xfer-rcpt-doc-line from ws-rcpt-heading
                   after advancing 2 lines
               write xfer-rcpt-doc-line from ws-rcpt-columns
                   after advancing 2 lines
               move 0 to ws-doc-lines
               perform 470-print-one-rcpt-line
                   varying ws-trn-doc-idx from ws-trn-idx by 1
                   until ws-trn-doc-idx > ws-trn-count
               move ws-doc-lines to dcl-count
               write xfer-rcpt-doc-line from ws-doc-count-line
                   after advancing 2 lines
               write xfer-rcpt-doc-line from ws-rcpt-footing
                   after advancing 1 line
           end-if.

       470-print-one-rcpt-line.

           if ws-trn-rcpt-sw(ws-trn-doc-idx) = "N"
               and ws-trn-to(ws-trn-doc-idx) = ws-doc-whse
               move "Y" to ws-trn-rcpt-sw(ws-trn-doc-idx)
               add 1 to ws-doc-lines
               move ws-trn-number(ws-trn-doc-idx) to rcd-xfer-number
               move ws-trn-from(ws-trn-doc-idx) to rcd-from-whse
               move ws-trn-item(ws-trn-doc-idx) to rcd-item-code
               move ws-trn-qty(ws-trn-doc-idx) to rcd-qty
               write xfer-rcpt-doc-line from ws-rcpt-detail
                   after advancing 1 line
           end-if.

       480-count-one-on-road.

           if not ws-trn-received(ws-trn-idx)
               add 1 to ws-count-on-road
           end-if.

       500-rewrite-in-transit.

           open output in-transit-file.
           perform 505-keep-one-in-transit
               varying ws-trn-idx from 1 by 1
               until ws-trn-idx > ws-trn-count.
           close in-transit-file.

       505-keep-one-in-transit.

           if not ws-trn-received(ws-trn-idx)
               move ws-trn-number(ws-trn-idx) to itl-xfer-number
               move ws-trn-from(ws-trn-idx) to itl-from-whse
               move ws-trn-to(ws-trn-idx) to itl-to-whse
               move ws-trn-item(ws-trn-idx) to itl-item-code
               move ws-trn-qty(ws-trn-idx) to itl-quantity
               move ws-trn-ship-date(ws-trn-idx) to itl-ship-date
               move ws-trn-origin(ws-trn-idx) to itl-origin
               write in-transit-line
           end-if.

       510-rewrite-warehouse-stock.

           open output whse-stock-file.
           perform 515-write-one-whse-line
               varying ws-whse-idx from 1 by 1
               until ws-whse-idx > ws-whse-count.
           close whse-stock-file.

       515-write-one-whse-line.

           move ws-whse-code(ws-whse-idx) to wsl-warehouse.
           move ws-whse-item(ws-whse-idx) to wsl-item-code.
           move ws-whse-on-hand(ws-whse-idx) to wsl-on-hand.
           write whse-stock-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the transfers by the raw calendar date.
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

       end program Lab3StockTransfer.
