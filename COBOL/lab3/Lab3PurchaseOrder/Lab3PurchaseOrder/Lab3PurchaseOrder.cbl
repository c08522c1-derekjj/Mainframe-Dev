       identification division.
       program-id. Lab3PurchaseOrder.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the sales run's purchasing list - one line per item, or
      *    per item and building, whose shelf has fallen below its
      *    reorder point. read as printed, headings and all.
           select reorder-file
           assign to "../../../data/lab3Reorder.out"
           organization is line sequential
           file status is ws-reorder-status.

      *    supplier master - one line per item a supplier carries,
      *    with the unit cost and the pack size it ships in. the
      *    first supplier listed for an item is the one ordered
      *    from.
           select supplier-file
           assign to "../../../data/lab3Suppliers.dat"
           organization is line sequential
           file status is ws-supplier-status.

      *    every purchase-order line not yet fully received - added
      *    to here, worked off by the receiving run.
           select open-po-file
           assign to "../../../data/lab3OpenPOs.dat"
           organization is line sequential
           file status is ws-openpo-status.

      *    the next purchase-order number to assign - the same
      *    pattern the sales run numbers its invoices with.
           select next-po-file
           assign to "../../../data/lab3NextPO.dat"
           organization is line sequential
           file status is ws-nextpo-status.

      *    the orders themselves, one per supplier and warehouse,
      *    for purchasing to send - followed by any reorder lines
      *    no supplier on file carries.
           select po-print-file
           assign to "../../../data/lab3PurchaseOrders.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - purchase orders are dated on the
      *    business date, not the raw date the job happens to run on.
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

       fd  reorder-file
           data record is reorder-line.

      *    the line as printed - wide enough that a heading never
      *    splits into a second record
       01  reorder-text                 pic x(80).

      *    single-pool layout - the item starts in column one
       01  reorder-line.
           05 rol-item-code             pic x(6).
           05 filler                    pic x(10).
           05 rol-on-hand               pic zzzz9.
           05 filler                    pic x(10).
           05 rol-reorder-point         pic zzzz9.

      *    per-warehouse layout - indented, building first
       01  whse-reorder-line.
           05 filler                    pic x(2).
           05 wrl-warehouse             pic x(2).
           05 filler                    pic x(2).
           05 wrl-item-code             pic x(6).
           05 filler                    pic x(4).
           05 wrl-on-hand               pic zzzz9.
           05 filler                    pic x(6).
           05 wrl-reorder-point         pic zzzz9.

       fd  supplier-file
           data record is supplier-line.

       01  supplier-line.
           05 sml-supplier              pic x(4).
           05 sml-name                  pic x(20).
           05 sml-item-code             pic x(6).
           05 sml-unit-cost             pic 9(4)v99.
           05 sml-order-multiple        pic 9(3).

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

       fd  next-po-file
           data record is next-po-line.

       01  next-po-line.
           05 npl-next-po               pic 9(5).

       fd  po-print-file
           data record is po-print-line.

       01  po-print-line                pic x(72).

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

      *---------------Supplier Master Table---------------------------
       01 ws-supplier-table.
           05 ws-supplier-entry occurs 300 times.
               10 ws-sup-code            pic x(4).
               10 ws-sup-name            pic x(20).
               10 ws-sup-item            pic x(6).
               10 ws-sup-cost            pic 9(4)v99.
               10 ws-sup-multiple        pic 9(3).

       01 ws-sup-count               pic 999 value 0.
       01 ws-sup-idx                 pic 999 value 0.
       01 ws-sup-match-idx           pic 999 value 0.
       01 ws-supplier-status         pic xx value spaces.
       01 sw-supplier-eof            pic x value "n".
       01 ws-sup-found-sw            pic x value "N".
           88 ws-sup-found                value "Y".

      *---------------Items Already On Order--------------------------
      *    the open file as it stands before this run - an item and
      *    building already on order is not ordered again, so the
      *    run can be repeated against the same reorder report.
       01 ws-cover-table.
           05 ws-cover-entry occurs 500 times.
               10 ws-cov-warehouse       pic x(2).
               10 ws-cov-item            pic x(6).

       01 ws-cov-count               pic 999 value 0.
       01 ws-cov-idx                 pic 999 value 0.
       01 ws-openpo-status           pic xx value spaces.
       01 sw-openpo-eof              pic x value "n".
       01 ws-covered-sw              pic x value "N".
           88 ws-covered                  value "Y".

      *    set when the open file had more lines than the table
      *    holds - ordering against a partial picture would order
      *    twice whatever sits past the cap, so the run refuses
       01 ws-cov-overflow-sw         pic x value "N".
           88 ws-cov-overflow             value "Y".

      *---------------Orders Being Raised-----------------------------
      *    one group per supplier and warehouse - each group is one
      *    purchase order. a line with group zero has no supplier
      *    and is only listed.
       01 ws-group-table.
           05 ws-group-entry occurs 100 times.
               10 ws-grp-supplier        pic x(4).
               10 ws-grp-name            pic x(20).
               10 ws-grp-warehouse       pic x(2).
               10 ws-grp-po-number       pic 9(5).
               10 ws-grp-total           pic 9(7)v99.

       01 ws-grp-count               pic 999 value 0.
       01 ws-grp-idx                 pic 999 value 0.
       01 ws-grp-match-idx           pic 999 value 0.
       01 ws-grp-found-sw            pic x value "N".
           88 ws-grp-found                value "Y".

       01 ws-order-table.
           05 ws-order-entry occurs 300 times.
               10 ws-pol-group           pic 999.
               10 ws-pol-warehouse       pic x(2).
               10 ws-pol-item            pic x(6).
               10 ws-pol-on-hand         pic 9(5).
               10 ws-pol-reorder         pic 9(5).
               10 ws-pol-qty             pic 9(5).
               10 ws-pol-cost            pic 9(4)v99.

       01 ws-pol-count               pic 999 value 0.
       01 ws-pol-idx                 pic 999 value 0.

      *---------------Reorder Line Work Fields------------------------
       01 ws-reorder-status          pic xx value spaces.
       01 sw-reorder-eof             pic x value "n".
       01 ws-line-warehouse          pic x(2).
       01 ws-line-item               pic x(6).
       01 ws-line-on-hand            pic 9(5).
       01 ws-line-reorder            pic 9(5).
       01 ws-order-qty               pic 9(5).
       01 ws-packs                   pic 9(5).
       01 ws-extended                pic 9(7)v99.
       01 ws-po-line-no              pic 99 value 0.

       01 ws-nextpo-status           pic xx value spaces.
       01 ws-next-po                 pic 9(5) value 10001.

       01 ws-today-yyyymmdd          pic 9(8).

       01 ws-count-read              pic 999 value 0.
       01 ws-count-covered           pic 999 value 0.
       01 ws-count-ordered           pic 999 value 0.
       01 ws-count-no-supplier       pic 999 value 0.

      *---------------Purchase Order Print Lines----------------------
       01 ws-po-heading.
           05 filler                 pic x(15)
               value "PURCHASE ORDER ".
           05 poh-po-number          pic 9(5).
           05 filler                 pic x(11) value "  SUPPLIER ".
           05 poh-supplier           pic x(4).
           05 filler                 pic x(2) value spaces.
           05 poh-name               pic x(20).

       01 ws-po-heading-2.
           05 filler                 pic x(10) value "WAREHOUSE ".
           05 poh-warehouse          pic x(2).
           05 filler                 pic x(14)
               value "   ORDER DATE ".
           05 poh-date               pic 9(8).

       01 ws-po-columns.
           05 filler                 pic x(19)
               value "LN  ITEM    ON-HAND".
           05 filler                 pic x(20)
               value "  REORDER  ORDER QTY".
           05 filler                 pic x(26)
               value "  UNIT COST       EXTENDED".

       01 ws-po-detail.
           05 pod-line-no            pic z9.
           05 filler                 pic x(2) value spaces.
           05 pod-item-code          pic x(6).
           05 filler                 pic x(4) value spaces.
           05 pod-on-hand            pic zzzz9.
           05 filler                 pic x(4) value spaces.
           05 pod-reorder-point      pic zzzz9.
           05 filler                 pic x(6) value spaces.
           05 pod-qty                pic zzzz9.
           05 filler                 pic x(3) value spaces.
           05 pod-unit-cost          pic z,zz9.99.
           05 filler                 pic x(3) value spaces.
           05 pod-extended           pic z,zzz,zz9.99.

       01 ws-po-total-line.
           05 filler                 pic x(41) value spaces.
           05 filler                 pic x(12) value "ORDER TOTAL ".
           05 pot-total              pic z,zzz,zz9.99.

       01 ws-no-supplier-heading.
           05 filler                 pic x(40)
               value "REORDER LINES WITH NO SUPPLIER ON FILE -".
           05 filler                 pic x(12) value " NOT ORDERED".

       01 ws-no-supplier-detail.
           05 filler                 pic x(4) value spaces.
           05 nsd-warehouse          pic x(2).
           05 filler                 pic x(2) value spaces.
           05 nsd-item-code          pic x(6).
           05 filler                 pic x(4) value spaces.
           05 nsd-on-hand            pic zzzz9.
           05 filler                 pic x(4) value spaces.
           05 nsd-reorder-point      pic zzzz9.
           05 filler                 pic x(6) value spaces.
           05 nsd-qty                pic zzzz9.

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
       01 ws-this-job-name                   pic x(8) value "LAB3PO".

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

           perform 050-read-suppliers.
           perform 060-read-open-pos.

           if ws-cov-overflow
               display "open purchase-order file exceeds 500 lines -"
                   " run refused, receive or split the file"
               goback
           end-if.

           perform 070-read-next-po.

           open input reorder-file.
           if ws-reorder-status not = "00"
               display "no reorder report on file - nothing to order"
               goback
           end-if.

           perform 960-check-batch-control.

           read reorder-file
               at end move "y" to sw-reorder-eof
           end-read.
           perform 100-take-one-reorder-line
               until sw-reorder-eof = "y".
           close reorder-file.

           if ws-pol-count = 0
               display "reorder lines: " ws-count-read
                   " already on order: " ws-count-covered
                   " - no purchase orders raised"
               move ws-count-read to ws-stats-read
               move 0 to ws-stats-written
               perform 958-write-run-stats
               goback
           end-if.

      *    the open file accumulates - the receiving run is the one
      *    that takes lines off it
           open extend open-po-file.
           if ws-openpo-status not = "00"
               and ws-openpo-status not = "05"
               open output open-po-file
           end-if.
           open output po-print-file.

           perform 200-print-one-order
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.

           if ws-count-no-supplier > 0
               perform 300-print-no-supplier
           end-if.

           close open-po-file, po-print-file.

           perform 080-write-next-po.

           move ws-count-read to ws-stats-read.
           move ws-count-ordered to ws-stats-written.
           perform 958-write-run-stats.

           display "reorder lines: " ws-count-read
               " already on order: " ws-count-covered.
           display "purchase orders raised: " ws-grp-count
               " lines ordered: " ws-count-ordered
               " no supplier: " ws-count-no-supplier.

           goback.

       050-read-suppliers.

      *    a missing supplier master just leaves every reorder line
      *    on the no-supplier list.
           open input supplier-file.

           if ws-supplier-status = "00"
               read supplier-file
                   at end move "y" to sw-supplier-eof
               end-read
               if ws-supplier-status not = "00"
                   move "y" to sw-supplier-eof
               end-if
               perform 055-load-one-supplier
                   until sw-supplier-eof = "y"
                       or ws-sup-count = 300
               close supplier-file
           end-if.

       055-load-one-supplier.

           add 1 to ws-sup-count.
           move sml-supplier to ws-sup-code(ws-sup-count).
           move sml-name to ws-sup-name(ws-sup-count).
           move sml-item-code to ws-sup-item(ws-sup-count).
           move sml-unit-cost to ws-sup-cost(ws-sup-count).
      *    a blank pack size orders in singles
           if sml-order-multiple is numeric
               move sml-order-multiple to ws-sup-multiple(ws-sup-count)
           else
               move 1 to ws-sup-multiple(ws-sup-count)
           end-if.

           read supplier-file
               at end move "y" to sw-supplier-eof
           end-read.
           if ws-supplier-status not = "00"
               move "y" to sw-supplier-eof
           end-if.

       060-read-open-pos.

           open input open-po-file.

           if ws-openpo-status = "00"
               read open-po-file
                   at end move "y" to sw-openpo-eof
               end-read
               if ws-openpo-status not = "00"
                   move "y" to sw-openpo-eof
               end-if
               perform 065-load-one-open-po
                   until sw-openpo-eof = "y"
                       or ws-cov-count = 500
               if sw-openpo-eof not = "y"
                   set ws-cov-overflow to true
               end-if
               close open-po-file
           end-if.

       065-load-one-open-po.

           add 1 to ws-cov-count.
           move opl-warehouse to ws-cov-warehouse(ws-cov-count).
           move opl-item-code to ws-cov-item(ws-cov-count).

           read open-po-file
               at end move "y" to sw-openpo-eof
           end-read.
           if ws-openpo-status not = "00"
               move "y" to sw-openpo-eof
           end-if.

       070-read-next-po.

      *    a missing control file starts the sequence at the
      *    compiled-in 10001 - written back at end of job either way.
           open input next-po-file.
           if ws-nextpo-status = "00"
               read next-po-file
                   at end continue
               end-read
               if ws-nextpo-status = "00"
                   move npl-next-po to ws-next-po
               end-if
               close next-po-file
           end-if.

       080-write-next-po.

           open output next-po-file.
           move ws-next-po to npl-next-po.
           write next-po-line.
           close next-po-file.

       100-take-one-reorder-line.

      *    headings and blank lines carry no order - an indented
      *    line is the per-warehouse layout, anything else the
      *    single-pool one
           if reorder-text = spaces
               or rol-item-code = "item  "
               continue
           else
               if reorder-text(1:2) = spaces
                   move wrl-warehouse to ws-line-warehouse
                   move wrl-item-code to ws-line-item
                   move wrl-on-hand to ws-line-on-hand
                   move wrl-reorder-point to ws-line-reorder
               else
                   move spaces to ws-line-warehouse
                   move rol-item-code to ws-line-item
                   move rol-on-hand to ws-line-on-hand
                   move rol-reorder-point to ws-line-reorder
               end-if
               add 1 to ws-count-read
               perform 110-order-one-item
           end-if.

           read reorder-file
               at end move "y" to sw-reorder-eof
           end-read.

       110-order-one-item.

      *    already on an open order - the goods are coming, so the
      *    shortfall is not ordered twice
           move "N" to ws-covered-sw.
           perform 115-check-one-cover
               varying ws-cov-idx from 1 by 1
               until ws-cov-idx > ws-cov-count
                   or ws-covered.

           if ws-covered
               add 1 to ws-count-covered
           else
               if ws-pol-count = 300
                   display "warning - more than 300 lines to order - "
                       ws-line-item " left for the next run"
               else
                   perform 120-add-order-line
               end-if
           end-if.

       115-check-one-cover.

      *    a single-pool line carries no building, so an order for
      *    the item into any building covers it
           if ws-cov-item(ws-cov-idx) = ws-line-item
               and (ws-line-warehouse = spaces
                   or ws-cov-warehouse(ws-cov-idx)
                       = ws-line-warehouse)
               set ws-covered to true
           end-if.

       120-add-order-line.

           move "N" to ws-sup-found-sw.
           perform 125-find-supplier
               varying ws-sup-idx from 1 by 1
               until ws-sup-idx > ws-sup-count
                   or ws-sup-found.

      *    suggested quantity - enough to bring the shelf back up to
      *    twice its reorder point, rounded up to whole packs
           compute ws-order-qty = ws-line-reorder * 2
               - ws-line-on-hand.
           move 0 to ws-grp-match-idx.

           if ws-sup-found
               if ws-sup-multiple(ws-sup-match-idx) > 1
                   compute ws-packs = (ws-order-qty
                       + ws-sup-multiple(ws-sup-match-idx) - 1)
                       / ws-sup-multiple(ws-sup-match-idx)
                   compute ws-order-qty = ws-packs
                       * ws-sup-multiple(ws-sup-match-idx)
               end-if
               perform 130-find-order-group
           end-if.

           if ws-sup-found and ws-grp-match-idx = 0
               display "warning - more than 100 orders in one run - "
                   ws-line-item " left for the next run"
           else
               add 1 to ws-pol-count
               move ws-grp-match-idx to ws-pol-group(ws-pol-count)
               move ws-line-warehouse to ws-pol-warehouse(ws-pol-count)
               move ws-line-item to ws-pol-item(ws-pol-count)
               move ws-line-on-hand to ws-pol-on-hand(ws-pol-count)
               move ws-line-reorder to ws-pol-reorder(ws-pol-count)
               move ws-order-qty to ws-pol-qty(ws-pol-count)
               if ws-sup-found
                   move ws-sup-cost(ws-sup-match-idx)
                       to ws-pol-cost(ws-pol-count)
                   add 1 to ws-count-ordered
               else
                   move 0 to ws-pol-cost(ws-pol-count)
                   add 1 to ws-count-no-supplier
                   move spaces to ws-except-key
                   move ws-line-warehouse to ws-except-key(1:2)
                   move ws-line-item to ws-except-key(4:6)
                   move "no supplier carries the item"
                       to ws-except-reason
                   perform 955-write-exception
               end-if
           end-if.

       125-find-supplier.

           if ws-sup-item(ws-sup-idx) = ws-line-item
               set ws-sup-found to true
               move ws-sup-idx to ws-sup-match-idx
           end-if.

       130-find-order-group.

      *    the first line for a supplier and warehouse opens a new
      *    order and draws its number
           move "N" to ws-grp-found-sw.
           perform 135-check-one-group
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count
                   or ws-grp-found.

           if not ws-grp-found and ws-grp-count < 100
               add 1 to ws-grp-count
               move ws-sup-code(ws-sup-match-idx)
                   to ws-grp-supplier(ws-grp-count)
               move ws-sup-name(ws-sup-match-idx)
                   to ws-grp-name(ws-grp-count)
               move ws-line-warehouse to ws-grp-warehouse(ws-grp-count)
               move ws-next-po to ws-grp-po-number(ws-grp-count)
               add 1 to ws-next-po
               move 0 to ws-grp-total(ws-grp-count)
               move ws-grp-count to ws-grp-match-idx
           end-if.

       135-check-one-group.

           if ws-grp-supplier(ws-grp-idx)
                   = ws-sup-code(ws-sup-match-idx)
               and ws-grp-warehouse(ws-grp-idx) = ws-line-warehouse
               set ws-grp-found to true
               move ws-grp-idx to ws-grp-match-idx
           end-if.

       200-print-one-order.

           move ws-grp-po-number(ws-grp-idx) to poh-po-number.
           move ws-grp-supplier(ws-grp-idx) to poh-supplier.
           move ws-grp-name(ws-grp-idx) to poh-name.
           move ws-grp-warehouse(ws-grp-idx) to poh-warehouse.
           move ws-business-date to poh-date.

           write po-print-line from ws-po-heading
               after advancing 2 lines.
           write po-print-line from ws-po-heading-2
               after advancing 1 line.
           write po-print-line from ws-po-columns
               after advancing 2 lines.

           move 0 to ws-po-line-no.
           perform 210-print-one-line
               varying ws-pol-idx from 1 by 1
               until ws-pol-idx > ws-pol-count.

           move ws-grp-total(ws-grp-idx) to pot-total.
           write po-print-line from ws-po-total-line
               after advancing 2 lines.

       210-print-one-line.

      *    each printed line also goes onto the open file, nothing
      *    received yet
           if ws-pol-group(ws-pol-idx) = ws-grp-idx
               add 1 to ws-po-line-no
               compute ws-extended = ws-pol-qty(ws-pol-idx)
                   * ws-pol-cost(ws-pol-idx)
               add ws-extended to ws-grp-total(ws-grp-idx)

               move ws-po-line-no to pod-line-no
               move ws-pol-item(ws-pol-idx) to pod-item-code
               move ws-pol-on-hand(ws-pol-idx) to pod-on-hand
               move ws-pol-reorder(ws-pol-idx) to pod-reorder-point
               move ws-pol-qty(ws-pol-idx) to pod-qty
               move ws-pol-cost(ws-pol-idx) to pod-unit-cost
               move ws-extended to pod-extended
               write po-print-line from ws-po-detail
                   after advancing 1 line

               move ws-grp-po-number(ws-grp-idx) to opl-po-number
               move ws-po-line-no to opl-line-no
               move ws-grp-supplier(ws-grp-idx) to opl-supplier
               move ws-pol-warehouse(ws-pol-idx) to opl-warehouse
               move ws-pol-item(ws-pol-idx) to opl-item-code
               move ws-pol-qty(ws-pol-idx) to opl-qty-ordered
               move 0 to opl-qty-received
               move ws-pol-cost(ws-pol-idx) to opl-unit-cost
               move ws-business-date to opl-order-date
               write open-po-line
           end-if.

       300-print-no-supplier.

      *    nothing goes on the open file for these - they stay on
      *    the next reorder report until a supplier is set up
           write po-print-line from ws-no-supplier-heading
               after advancing 3 lines.
           perform 310-print-one-no-supplier
               varying ws-pol-idx from 1 by 1
               until ws-pol-idx > ws-pol-count.

       310-print-one-no-supplier.

           if ws-pol-group(ws-pol-idx) = 0
               move ws-pol-warehouse(ws-pol-idx) to nsd-warehouse
               move ws-pol-item(ws-pol-idx) to nsd-item-code
               move ws-pol-on-hand(ws-pol-idx) to nsd-on-hand
               move ws-pol-reorder(ws-pol-idx) to nsd-reorder-point
               move ws-pol-qty(ws-pol-idx) to nsd-qty
               write po-print-line from ws-no-supplier-detail
                   after advancing 1 line
           end-if.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the orders by the raw calendar date.
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

       end program Lab3PurchaseOrder.
