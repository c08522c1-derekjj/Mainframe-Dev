       identification division.
       program-id. Lab3GoodsReceiving.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    deliveries booked in at the dock - purchase order, item
      *    and quantity off the supplier's delivery note. the file
      *    is consumed - rewritten empty at the end.
           select receipt-file
           assign to "../../../data/lab3Receipts.dat"
           organization is line sequential
           file status is ws-receipt-status.

      *    purchase-order lines awaiting delivery - loaded whole,
      *    received against, and rewritten with only the lines that
      *    are still short.
           select open-po-file
           assign to "../../../data/lab3OpenPOs.dat"
           organization is line sequential
           file status is ws-openpo-status.

      *    the per-warehouse stock and the item master the sales run
      *    works from - received goods go onto both, so the next
      *    sales run and the back-order release see them at once.
           select whse-stock-file
           assign to "../../../data/lab3WhseStock.dat"
           organization is line sequential
           file status is ws-whsestock-status.

           select item-master-file
           assign to "../../../data/lab3ItemMast.dat"
           organization is line sequential
           file status is ws-itemmast-status.

      *    what was received against what, and which order lines
      *    closed - the rejected deliveries are listed for the dock
      *    to correct and book in again.
           select receiving-file
           assign to "../../../data/lab3Receiving.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - the receiving report carries the
      *    business date, not the raw run date.
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

       fd  receipt-file
           data record is receipt-line.

       01  receipt-line.
           05 rcl-po-number             pic 9(5).
           05 rcl-item-code             pic x(6).
           05 rcl-qty-received          pic 9(5).
           05 rcl-delivery-date         pic 9(8).

       fd  open-po-file
           data record is open-po-line.

       01  open-po-line.
           05 opl-po-number             pic 9(5).
           05 opl-line-no               pic 9(2).
           05 opl-supplier              pic x(4).
           05 opl-warehouse             pic x(2).
           05 opl-item-code             pic x(6).
           05 opl-qty-ordered           pic 9(5).
           05 opl-qty-received          pic 9(5).
           05 opl-unit-cost             pic 9(4)v99.
           05 opl-order-date            pic 9(8).

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

       fd  receiving-file
           data record is receiving-line.

       01  receiving-line               pic x(80).

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

      *---------------Open Purchase-Order Table-----------------------
       01 ws-open-table.
           05 ws-open-entry occurs 500 times.
               10 ws-opn-po-number       pic 9(5).
               10 ws-opn-line-no         pic 9(2).
               10 ws-opn-supplier        pic x(4).
               10 ws-opn-warehouse       pic x(2).
               10 ws-opn-item            pic x(6).
               10 ws-opn-ordered         pic 9(5).
               10 ws-opn-received        pic 9(5).
               10 ws-opn-cost            pic 9(4)v99.
               10 ws-opn-date            pic 9(8).

       01 ws-open-count              pic 999 value 0.
       01 ws-open-idx                pic 999 value 0.
       01 ws-open-match-idx          pic 999 value 0.
       01 ws-openpo-status           pic xx value spaces.
       01 sw-openpo-eof              pic x value "n".
       01 ws-open-found-sw           pic x value "N".
           88 ws-open-found               value "Y".

      *---------------Per-Warehouse Stock-----------------------------
      *    a missing warehouse file leaves the item master the only
      *    stock record, exactly as the sales run treats it.
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

       01 ws-item-count             pic 999 value 0.
       01 ws-item-idx                pic 999 value 0.
       01 ws-item-match-idx          pic 999 value 0.
       01 ws-itemmast-status         pic xx.
       01 sw-itemmast-eof            pic x value "n".
       01 ws-item-found-sw           pic x value "N".
           88 ws-item-found               value "Y".

      *    set when a file had more lines than its table holds -
      *    receiving against a partial load and rewriting the file
      *    from it would silently delete everything past the cap,
      *    so the run refuses instead
       01 ws-overflow-sw             pic x value "N".
           88 ws-overflow                 value "Y".

      *---------------Receipt Work Fields-----------------------------
       01 ws-receipt-status          pic xx value spaces.
       01 sw-receipt-eof             pic x value "n".
       01 ws-outstanding             pic 9(5).
       01 ws-today-yyyymmdd          pic 9(8).

       01 ws-count-receipts          pic 999 value 0.
       01 ws-count-posted            pic 999 value 0.
       01 ws-count-rejected          pic 999 value 0.
       01 ws-count-closed            pic 999 value 0.
       01 ws-total-units             pic 9(7) value 0.

      *---------------Receiving Report Lines--------------------------
       01 ws-receiving-heading.
           05 filler                 pic x(15)
               value "GOODS RECEIVED ".
           05 rh-date                pic 9(8).

       01 ws-receiving-columns.
           05 filler                 pic x(23)
               value "PO     LN  ITEM    WH  ".
           05 filler                 pic x(32)
               value "RECVD  ORDER  TOTAL  SHORT  NOTE".

       01 ws-receiving-detail.
           05 rd-po-number           pic 9(5).
           05 filler                 pic x(2) value spaces.
           05 rd-line-no             pic z9.
           05 filler                 pic x(2) value spaces.
           05 rd-item-code           pic x(6).
           05 filler                 pic x(2) value spaces.
           05 rd-warehouse           pic x(2).
           05 filler                 pic x(2) value spaces.
           05 rd-received            pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rd-ordered             pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rd-total-received      pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rd-outstanding         pic zzzz9.
           05 filler                 pic x(2) value spaces.
           05 rd-note                pic x(22).

       01 ws-receiving-total.
           05 filler                 pic x(20)
               value "DELIVERIES READ     ".
           05 rt-receipts            pic zz9.
           05 filler                 pic x(12) value "   POSTED   ".
           05 rt-posted              pic zz9.
           05 filler                 pic x(12) value "   REJECTED ".
           05 rt-rejected            pic zz9.

       01 ws-receiving-total-2.
           05 filler                 pic x(20)
               value "ORDER LINES CLOSED  ".
           05 rt-closed              pic zz9.
           05 filler                 pic x(17)
               value "   UNITS RECEIVED".
           05 filler                 pic x value space.
           05 rt-units               pic z,zzz,zz9.

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
       01 ws-this-job-name                   pic x(8) value "LAB3RCV".

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

           perform 050-read-open-pos.
           perform 060-read-warehouse-stock.
           perform 070-read-item-master.

           if ws-overflow
               display "open orders, warehouse stock or item master"
                   " exceed their tables - run refused, nothing"
                   " received"
               goback
           end-if.

           open input receipt-file.
           if ws-receipt-status not = "00"
               display "no deliveries on file - nothing to receive"
               goback
           end-if.

           perform 960-check-batch-control.

           open output receiving-file.
           move ws-business-date to rh-date.
           write receiving-line from ws-receiving-heading.
           write receiving-line from ws-receiving-columns
               after advancing 2 lines.
           move spaces to receiving-line.
           write receiving-line after advancing 1 line.

           read receipt-file
               at end move "y" to sw-receipt-eof
           end-read.
           perform 100-receive-one-delivery
               until sw-receipt-eof = "y".

      *    the file is consumed - what posted is on the stock, what
      *    was rejected is on the report for the dock to rekey
           close receipt-file.
           open output receipt-file.
           close receipt-file.

           move ws-count-receipts to rt-receipts.
           move ws-count-posted to rt-posted.
           move ws-count-rejected to rt-rejected.
           write receiving-line from ws-receiving-total
               after advancing 2 lines.
           move ws-count-closed to rt-closed.
           move ws-total-units to rt-units.
           write receiving-line from ws-receiving-total-2
               after advancing 1 line.
           close receiving-file.

           perform 300-rewrite-open-file.
           perform 310-rewrite-warehouse-stock.
           perform 320-rewrite-item-master.

           move ws-count-receipts to ws-stats-read.
           move ws-count-posted to ws-stats-written.
           perform 958-write-run-stats.

           display "deliveries read: " ws-count-receipts
               " posted: " ws-count-posted
               " rejected: " ws-count-rejected
               " order lines closed: " ws-count-closed.

           goback.

       050-read-open-pos.

           open input open-po-file.

           if ws-openpo-status = "00"
               read open-po-file
                   at end move "y" to sw-openpo-eof
               end-read
               if ws-openpo-status not = "00"
                   move "y" to sw-openpo-eof
               end-if
               perform 055-load-one-open-po
                   until sw-openpo-eof = "y"
                       or ws-open-count = 500
               if sw-openpo-eof not = "y"
                   set ws-overflow to true
               end-if
               close open-po-file
           end-if.

       055-load-one-open-po.

           add 1 to ws-open-count.
           move opl-po-number to ws-opn-po-number(ws-open-count).
           move opl-line-no to ws-opn-line-no(ws-open-count).
           move opl-supplier to ws-opn-supplier(ws-open-count).
           move opl-warehouse to ws-opn-warehouse(ws-open-count).
           move opl-item-code to ws-opn-item(ws-open-count).
           move opl-qty-ordered to ws-opn-ordered(ws-open-count).
           move opl-qty-received to ws-opn-received(ws-open-count).
           move opl-unit-cost to ws-opn-cost(ws-open-count).
           move opl-order-date to ws-opn-date(ws-open-count).

           read open-po-file
               at end move "y" to sw-openpo-eof
           end-read.
           if ws-openpo-status not = "00"
               move "y" to sw-openpo-eof
           end-if.

       060-read-warehouse-stock.

           open input whse-stock-file.

           if ws-whsestock-status = "00"
               read whse-stock-file
                   at end move "y" to sw-whsestock-eof
               end-read
               if ws-whsestock-status not = "00"
                   move "y" to sw-whsestock-eof
               end-if
               perform 065-load-one-whse-line
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

       065-load-one-whse-line.

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

       070-read-item-master.

           open input item-master-file.

           if ws-itemmast-status = "00"
               read item-master-file
                   at end move "y" to sw-itemmast-eof
               end-read
               if ws-itemmast-status not = "00"
                   move "y" to sw-itemmast-eof
               end-if
               perform 075-load-one-item
                   until sw-itemmast-eof = "y"
                       or ws-item-count = 300
               if sw-itemmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close item-master-file
           end-if.

       075-load-one-item.

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

       100-receive-one-delivery.

           add 1 to ws-count-receipts.
           move spaces to ws-receiving-detail.
           move rcl-item-code to rd-item-code.

           move "N" to ws-open-found-sw.
           if rcl-po-number is numeric
               move rcl-po-number to rd-po-number
               perform 110-find-open-line
                   varying ws-open-idx from 1 by 1
                   until ws-open-idx > ws-open-count
                       or ws-open-found
           else
               move 0 to rd-po-number
           end-if.

           if not ws-open-found
               add 1 to ws-count-rejected
               move "NO OPEN ORDER LINE" to rd-note
               perform 150-log-rejected-delivery
           else
               if rcl-qty-received is not numeric
                   or rcl-qty-received = 0
                   add 1 to ws-count-rejected
                   move "QUANTITY NOT VALID" to rd-note
                   perform 150-log-rejected-delivery
               else
                   perform 200-post-one-receipt
               end-if
           end-if.

           write receiving-line from ws-receiving-detail
               after advancing 1 line.

           read receipt-file
               at end move "y" to sw-receipt-eof
           end-read.

       110-find-open-line.

      *    a line already fully received was closed last run and is
      *    no longer on file, so anything found here is still open
           if ws-opn-po-number(ws-open-idx) = rcl-po-number
               and ws-opn-item(ws-open-idx) = rcl-item-code
               set ws-open-found to true
               move ws-open-idx to ws-open-match-idx
           end-if.

       150-log-rejected-delivery.

      *    the delivery is gone from the consumed file - the
      *    exception log is where the dock finds it to book in again
           move spaces to ws-except-key.
           move rcl-po-number to ws-except-key(1:5).
           move rcl-item-code to ws-except-key(7:6).
           move rd-note to ws-except-reason.
           perform 955-write-exception.

       200-post-one-receipt.

           add 1 to ws-count-posted.
           add rcl-qty-received to ws-total-units.
           add rcl-qty-received to ws-opn-received(ws-open-match-idx).

           move ws-opn-line-no(ws-open-match-idx) to rd-line-no.
           move ws-opn-warehouse(ws-open-match-idx) to rd-warehouse.
           move rcl-qty-received to rd-received.
           move ws-opn-ordered(ws-open-match-idx) to rd-ordered.
           move ws-opn-received(ws-open-match-idx)
               to rd-total-received.

      *    the goods are on the dock whatever the order said, so an
      *    over-delivery still goes onto the shelf - the line just
      *    closes and the note tells purchasing
           if ws-opn-received(ws-open-match-idx)
                   < ws-opn-ordered(ws-open-match-idx)
               compute ws-outstanding =
                   ws-opn-ordered(ws-open-match-idx)
                   - ws-opn-received(ws-open-match-idx)
               move "PART RECEIVED" to rd-note
           else
               move 0 to ws-outstanding
               add 1 to ws-count-closed
               if ws-opn-received(ws-open-match-idx)
                       > ws-opn-ordered(ws-open-match-idx)
                   move "OVER-DELIVERED, CLOSED" to rd-note
               else
                   move "LINE CLOSED" to rd-note
               end-if
           end-if.
           move ws-outstanding to rd-outstanding.

           perform 210-add-to-warehouse.
           perform 220-add-to-item-master.

       210-add-to-warehouse.

      *    with warehouse detail on file the goods land in the
      *    building the order was raised for - a building not yet
      *    stocking the item gets a new entry. an order raised
      *    before the detail existed carries no building, and only
      *    the master can take it.
           if sw-whse-off not = "y"
               if ws-opn-warehouse(ws-open-match-idx) = spaces
                   move "NO WHSE - MASTER ONLY" to rd-note
               else
                   move "N" to ws-whse-found-sw
                   perform 215-find-whse-entry
                       varying ws-whse-idx from 1 by 1
                       until ws-whse-idx > ws-whse-count
                           or ws-whse-found
                   if ws-whse-found
                       add rcl-qty-received
                           to ws-whse-on-hand(ws-whse-match-idx)
                   else
                       if ws-whse-count < 600
                           add 1 to ws-whse-count
                           move ws-opn-warehouse(ws-open-match-idx)
                               to ws-whse-code(ws-whse-count)
                           move rcl-item-code
                               to ws-whse-item(ws-whse-count)
                           move rcl-qty-received
                               to ws-whse-on-hand(ws-whse-count)
                       else
                           display "warning - warehouse stock table"
                               " full - " rcl-item-code
                               " received to the master only"
                       end-if
                   end-if
               end-if
           end-if.

       215-find-whse-entry.

           if ws-whse-code(ws-whse-idx)
                   = ws-opn-warehouse(ws-open-match-idx)
               and ws-whse-item(ws-whse-idx) = rcl-item-code
               set ws-whse-found to true
               move ws-whse-idx to ws-whse-match-idx
           end-if.

       220-add-to-item-master.

      *    an item ordered but never set up on the master is added
      *    with no reorder point and no bin - the warehouse can
      *    slot it later
           move "N" to ws-item-found-sw.
           perform 225-find-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count
                   or ws-item-found.

           if ws-item-found
               add rcl-qty-received
                   to ws-item-on-hand(ws-item-match-idx)
           else
               if ws-item-count < 300
                   add 1 to ws-item-count
                   move rcl-item-code to ws-item-code(ws-item-count)
                   move rcl-qty-received
                       to ws-item-on-hand(ws-item-count)
                   move 0 to ws-item-reorder(ws-item-count)
                   move spaces to ws-item-bin(ws-item-count)
               else
                   display "warning - item master table full - "
                       rcl-item-code " not added to the master"
               end-if
           end-if.

       225-find-item.

           if ws-item-code(ws-item-idx) = rcl-item-code
               set ws-item-found to true
               move ws-item-idx to ws-item-match-idx
           end-if.

       300-rewrite-open-file.

      *    fully received lines drop off - they are closed
           open output open-po-file.
           perform 305-keep-one-open
               varying ws-open-idx from 1 by 1
               until ws-open-idx > ws-open-count.
           close open-po-file.

       305-keep-one-open.

           if ws-opn-received(ws-open-idx) < ws-opn-ordered(ws-open-idx)
               move ws-opn-po-number(ws-open-idx) to opl-po-number
               move ws-opn-line-no(ws-open-idx) to opl-line-no
               move ws-opn-supplier(ws-open-idx) to opl-supplier
               move ws-opn-warehouse(ws-open-idx) to opl-warehouse
               move ws-opn-item(ws-open-idx) to opl-item-code
               move ws-opn-ordered(ws-open-idx) to opl-qty-ordered
               move ws-opn-received(ws-open-idx) to opl-qty-received
               move ws-opn-cost(ws-open-idx) to opl-unit-cost
               move ws-opn-date(ws-open-idx) to opl-order-date
               write open-po-line
           end-if.

       310-rewrite-warehouse-stock.

           if sw-whse-off not = "y"
               open output whse-stock-file
               perform 315-write-one-whse-line
                   varying ws-whse-idx from 1 by 1
                   until ws-whse-idx > ws-whse-count
               close whse-stock-file
           end-if.

       315-write-one-whse-line.

           move ws-whse-code(ws-whse-idx) to wsl-warehouse.
           move ws-whse-item(ws-whse-idx) to wsl-item-code.
           move ws-whse-on-hand(ws-whse-idx) to wsl-on-hand.
           write whse-stock-line.

       320-rewrite-item-master.

           if ws-item-count > 0
               open output item-master-file
               perform 325-write-one-item
                   varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-item-count
               close item-master-file
           end-if.

       325-write-one-item.

           move ws-item-code(ws-item-idx) to iml-item-code.
           move ws-item-on-hand(ws-item-idx) to iml-on-hand.
           move ws-item-reorder(ws-item-idx) to iml-reorder-point.
           move ws-item-bin(ws-item-idx) to iml-bin-location.
           write item-master-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the receiving report by the raw calendar date.
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

       end program Lab3GoodsReceiving.
