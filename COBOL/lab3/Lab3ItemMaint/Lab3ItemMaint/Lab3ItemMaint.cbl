       identification division.
       program-id. Lab3ItemMaint.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    item maintenance transactions - 'A' add a new item, 'C'
      *    change reorder point, bin or price, 'D' discontinue.
      *    consumed - emptied once applied.
           select item-trans-file
           assign to "../../../data/lab3ItemTrans.dat"
           organization is line sequential
           file status is ws-itemtrans-status.

      *    the item master and the date-effective price list - both
      *    rewritten together from storage at end of job, or neither.
           select item-master-file
           assign to "../../../data/lab3ItemMast.dat"
           organization is line sequential
           file status is ws-itemmast-status.

           select price-list-file
           assign to "../../../data/lab3Prices.dat"
           organization is line sequential
           file status is ws-pricelist-status.

      *    stock in any building, or an order still waiting on the
      *    item, stops it being discontinued. read only here.
           select whse-stock-file
           assign to "../../../data/lab3WhseStock.dat"
           organization is line sequential
           file status is ws-whsestock-status.

           select open-back-order-file
           assign to "../../../data/lab3OpenBackOrders.dat"
           organization is line sequential
           file status is ws-openbo-status.

      *    every before and after image, kept run over run.
           select item-change-log-file
           assign to "../../../data/lab3ItemChgLog.dat"
           organization is line sequential
           file status is ws-chglog-status.

      *    the maintenance listing the inventory controller signs.
           select report-file
           assign to "../../../data/lab3ItemMaint.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - a price with no effective date
      *    takes effect on the business date.
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

       fd  item-trans-file
           data record is item-trans-line.

      *    a blank field on a change leaves that field as it is
       01  item-trans-line.
           05 imt-action                pic x.
               88 imt-add                    value "A".
               88 imt-change                 value "C".
               88 imt-discontinue            value "D".
           05 imt-item-code             pic x(6).
           05 imt-reorder-x             pic x(5).
           05 imt-reorder-point redefines imt-reorder-x
                                        pic 9(5).
           05 imt-bin-location          pic x(6).
           05 imt-price-x               pic x(6).
           05 imt-price redefines imt-price-x
                                        pic 9(4)v99.
           05 imt-effective-x           pic x(8).
           05 imt-effective redefines imt-effective-x
                                        pic 9(8).

       fd  item-master-file
           data record is item-master-line.

       01  item-master-line.
           05 iml-item-code             pic x(6).
           05 iml-on-hand               pic 9(5).
           05 iml-reorder-point         pic 9(5).
           05 iml-bin-location          pic x(6).

       fd  price-list-file
           data record is price-list-line.

       01  price-list-line.
           05 pll-item-code             pic x(6).
           05 pll-effective             pic 9(8).
           05 pll-price                 pic 9(4)v99.

       fd  whse-stock-file
           data record is whse-stock-line.

       01  whse-stock-line.
           05 wsl-warehouse             pic x(2).
           05 wsl-item-code             pic x(6).
           05 wsl-on-hand               pic 9(5).

       fd  open-back-order-file
           data record is open-back-order-line.

       01  open-back-order-line.
           05 obl-invoice-number        pic x(4).
           05 obl-cust-num              pic x(4).
           05 obl-item-code             pic x(6).
           05 obl-description           pic x(13).
           05 obl-qty-open              pic 9(3).
           05 obl-price                 pic 9(4)v99.
           05 obl-class                 pic x.
           05 obl-date                  pic 9(8).

       fd  item-change-log-file
           data record is item-change-log-line.

       01  item-change-log-line.
           05 icl-date                  pic 9(8).
           05 icl-action                pic x.
      *    'B' the item as it stood, 'A' the item as it now stands
           05 icl-image-type            pic x.
           05 icl-item-code             pic x(6).
           05 icl-on-hand               pic 9(5).
           05 icl-reorder-point         pic 9(5).
           05 icl-bin-location          pic x(6).
           05 icl-price                 pic 9(4)v99.
           05 icl-price-effective       pic 9(8).

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

      *--------------Listing Lines---------------------------------
       01 ws-header.
           05 filler                    pic x(40)
               value "item master maintenance - business date ".
           05 hdr-date                  pic 9(8).
           05 filler                    pic x(52) value spaces.

       01 ws-column-line.
           05 filler                    pic x(40)
               value "act item   image  reorder bin       pric".
           05 filler                    pic x(40)
               value "e  effective  result                   ".
           05 filler                    pic x(20) value spaces.

       01 ws-detail-line.
           05 dl-action                 pic x.
           05 filler                    pic x(3) value spaces.
           05 dl-item-code              pic x(6).
           05 filler                    pic x value space.
           05 dl-image                  pic x(6).
           05 filler                    pic x value space.
           05 dl-reorder                pic zzzz9.
           05 filler                    pic x(3) value spaces.
           05 dl-bin                    pic x(6).
           05 filler                    pic x value space.
           05 dl-price                  pic z,zz9.99.
           05 filler                    pic x(2) value spaces.
           05 dl-effective              pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 dl-result                 pic x(36).
           05 filler                    pic x(12) value spaces.

       01 ws-count-line.
           05 cl-label                  pic x(30).
           05 cl-count                  pic zzzz9.
           05 filler                    pic x(65) value spaces.

       01 ws-signoff-line.
           05 filler                    pic x(40)
               value "reviewed by ____________________   date".
           05 filler                    pic x(20)
               value " __________".
           05 filler                    pic x(40) value spaces.

       01 ws-refused-line.
           05 filler                    pic x(40)
               value "run refused - nothing applied: ".
           05 rfl-reason                pic x(50).
           05 filler                    pic x(10) value spaces.

      *--------------Switches and Statuses-------------------------
       01 sw-itemtrans-eof              pic x value "n".
       01 sw-itemmast-eof               pic x value "n".
       01 sw-pricelist-eof              pic x value "n".
       01 sw-whsestock-eof              pic x value "n".
       01 sw-openbo-eof                 pic x value "n".
       01 ws-itemtrans-status           pic xx.
       01 ws-itemmast-status            pic xx.
       01 ws-pricelist-status           pic xx.
       01 ws-whsestock-status           pic xx.
       01 ws-openbo-status              pic xx.
       01 ws-chglog-status              pic xx.

      *    a master or list that did not load whole - too long for
      *    its table or a bad record - cannot be rewritten.  the run
      *    is refused, not allowed to truncate
       01 ws-overflow-sw                pic x value "N".
           88 ws-overflow                    value "Y".
       01 ws-trans-ok-sw                pic x value "N".
           88 ws-trans-ok                    value "Y".
       01 ws-any-applied-sw             pic x value "N".
           88 ws-any-applied                 value "Y".
       01 ws-price-given-sw             pic x value "N".
           88 ws-price-given                 value "Y".

      *--------------Item Master Table-----------------------------
       01 ws-item-table.
           05 ws-item-entry occurs 300 times.
               10 ws-item-code           pic x(6).
               10 ws-item-on-hand        pic 9(5).
               10 ws-item-reorder        pic 9(5).
               10 ws-item-bin            pic x(6).
      *        'D' once discontinued - left off the rewrite
               10 ws-item-status         pic x.
       01 ws-item-count                 pic 999 value 0.
       01 ws-item-idx                   pic 999 value 0.
       01 ws-item-match-idx             pic 999 value 0.

      *--------------Price List Table------------------------------
       01 ws-price-table.
           05 ws-price-entry occurs 300 times.
               10 ws-prc-item            pic x(6).
               10 ws-prc-effective       pic 9(8).
               10 ws-prc-price           pic 9(4)v99.
               10 ws-prc-status          pic x.
       01 ws-price-count                pic 999 value 0.
       01 ws-price-idx                  pic 999 value 0.
       01 ws-price-match-idx            pic 999 value 0.
       01 ws-best-effective             pic 9(8) value 0.

      *--------------Discontinue Checks----------------------------
       01 ws-whse-table.
           05 ws-whse-entry occurs 600 times.
               10 ws-whse-item           pic x(6).
               10 ws-whse-on-hand        pic 9(5).
       01 ws-whse-count                 pic 999 value 0.
       01 ws-whse-idx                   pic 999 value 0.

       01 ws-bo-table.
           05 ws-bo-item                pic x(6) occurs 500 times.
       01 ws-bo-count                   pic 999 value 0.
       01 ws-bo-idx                     pic 999 value 0.

       01 ws-item-stock                 pic 9(7) value 0.
       01 ws-item-bo-lines              pic 999 value 0.

      *--------------Transaction Work Areas------------------------
       01 ws-reject-reason              pic x(36) value spaces.
       01 ws-new-effective              pic 9(8) value 0.
       01 ws-cur-price                  pic 9(4)v99 value 0.
       01 ws-cur-effective              pic 9(8) value 0.

       01 ws-image-area.
           05 ws-img-item-code          pic x(6).
           05 ws-img-on-hand            pic 9(5).
           05 ws-img-reorder            pic 9(5).
           05 ws-img-bin                pic x(6).
           05 ws-img-price              pic 9(4)v99.
           05 ws-img-effective          pic 9(8).
       01 ws-img-type                   pic x value space.
       01 ws-img-label                  pic x(6) value spaces.

      *--------------Counts----------------------------------------
       01 ws-count-trans                pic 9(5) value 0.
       01 ws-count-added                pic 9(5) value 0.
       01 ws-count-changed              pic 9(5) value 0.
       01 ws-count-discontinued         pic 9(5) value 0.
       01 ws-count-rejected             pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB3ITM".
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

           open input item-trans-file.
           if ws-itemtrans-status not = "00"
               display "no item transactions on file - nothing to do"
               goback
           end-if.

           perform 050-read-item-master.
           perform 052-read-price-list.
           perform 054-read-warehouse-stock.
           perform 056-read-open-back-orders.

           open output report-file.
           move ws-business-date to hdr-date.
           write print-line from ws-header.
           move spaces to print-line.
           write print-line.

           if ws-overflow
               move "item master or price list did not load whole"
                   to rfl-reason
               write print-line from ws-refused-line
               close report-file
               close item-trans-file
               display "item master or price list did not load whole"
                   " - run refused, transactions left on file"
               goback
           end-if.

           perform 960-check-batch-control.

           write print-line from ws-column-line.

           open extend item-change-log-file.
           if ws-chglog-status not = "00"
               and ws-chglog-status not = "05"
               open output item-change-log-file
           end-if.

           read item-trans-file
               at end move "y" to sw-itemtrans-eof
           end-read.
           if ws-itemtrans-status not = "00"
               move "y" to sw-itemtrans-eof
           end-if.
           perform 100-apply-one-transaction
               until sw-itemtrans-eof = "y".

           close item-change-log-file.
           close item-trans-file.

      *    the transactions are applied - the file is emptied so the
      *    next run does not apply them twice
           open output item-trans-file.
           close item-trans-file.

           if ws-any-applied
               perform 700-rewrite-item-master
               perform 710-rewrite-price-list
           end-if.

           perform 800-write-run-counts.
           close report-file.

           move ws-count-trans to ws-stats-read.
           compute ws-stats-written = ws-count-added
               + ws-count-changed + ws-count-discontinued.
           perform 958-write-run-stats.

           display "item transactions: " ws-count-trans
               " added: " ws-count-added
               " changed: " ws-count-changed
               " discontinued: " ws-count-discontinued
               " rejected: " ws-count-rejected.

           goback.

       050-read-item-master.

           open input item-master-file.
           if ws-itemmast-status = "00"
               read item-master-file
                   at end move "y" to sw-itemmast-eof
               end-read
               if ws-itemmast-status not = "00"
                   move "y" to sw-itemmast-eof
                   if ws-itemmast-status not = "10"
                       set ws-overflow to true
                   end-if
               end-if
               perform 051-load-one-item
                   until sw-itemmast-eof = "y"
                       or ws-item-count = 300
               if sw-itemmast-eof not = "y"
                   set ws-overflow to true
               end-if
               close item-master-file
           end-if.

       051-load-one-item.

           add 1 to ws-item-count.
           move iml-item-code to ws-item-code(ws-item-count).
           move iml-on-hand to ws-item-on-hand(ws-item-count).
           if iml-reorder-point is numeric
               move iml-reorder-point to ws-item-reorder(ws-item-count)
           else
               move 0 to ws-item-reorder(ws-item-count)
           end-if.
           move iml-bin-location to ws-item-bin(ws-item-count).
           move space to ws-item-status(ws-item-count).

           read item-master-file
               at end move "y" to sw-itemmast-eof
           end-read.
           if ws-itemmast-status not = "00"
               move "y" to sw-itemmast-eof
               if ws-itemmast-status not = "10"
                   set ws-overflow to true
               end-if
           end-if.

       052-read-price-list.

           open input price-list-file.
           if ws-pricelist-status = "00"
               read price-list-file
                   at end move "y" to sw-pricelist-eof
               end-read
               if ws-pricelist-status not = "00"
                   move "y" to sw-pricelist-eof
                   if ws-pricelist-status not = "10"
                       set ws-overflow to true
                   end-if
               end-if
               perform 053-load-one-price
                   until sw-pricelist-eof = "y"
                       or ws-price-count = 300
               if sw-pricelist-eof not = "y"
                   set ws-overflow to true
               end-if
               close price-list-file
           end-if.

       053-load-one-price.

           add 1 to ws-price-count.
           move pll-item-code to ws-prc-item(ws-price-count).
           move pll-effective to ws-prc-effective(ws-price-count).
           move pll-price to ws-prc-price(ws-price-count).
           move space to ws-prc-status(ws-price-count).

           read price-list-file
               at end move "y" to sw-pricelist-eof
           end-read.
           if ws-pricelist-status not = "00"
               move "y" to sw-pricelist-eof
               if ws-pricelist-status not = "10"
                   set ws-overflow to true
               end-if
           end-if.

       054-read-warehouse-stock.

      *    a missing stock detail leaves the master's own on-hand as
      *    the only stock check.
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
               close whse-stock-file
           end-if.

       055-load-one-whse-line.

           add 1 to ws-whse-count.
           move wsl-item-code to ws-whse-item(ws-whse-count).
           move wsl-on-hand to ws-whse-on-hand(ws-whse-count).

           read whse-stock-file
               at end move "y" to sw-whsestock-eof
           end-read.
           if ws-whsestock-status not = "00"
               move "y" to sw-whsestock-eof
           end-if.

       056-read-open-back-orders.

           open input open-back-order-file.
           if ws-openbo-status = "00"
               read open-back-order-file
                   at end move "y" to sw-openbo-eof
               end-read
               if ws-openbo-status not = "00"
                   move "y" to sw-openbo-eof
               end-if
               perform 057-load-one-back-order
                   until sw-openbo-eof = "y"
                       or ws-bo-count = 500
               close open-back-order-file
           end-if.

       057-load-one-back-order.

           if obl-qty-open > 0
               add 1 to ws-bo-count
               move obl-item-code to ws-bo-item(ws-bo-count)
           end-if.

           read open-back-order-file
               at end move "y" to sw-openbo-eof
           end-read.
           if ws-openbo-status not = "00"
               move "y" to sw-openbo-eof
           end-if.

       100-apply-one-transaction.

           add 1 to ws-count-trans.
           set ws-trans-ok to true.
           move spaces to ws-reject-reason.

           move 0 to ws-item-match-idx.
           perform 105-check-item-entry
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count.

      *    a price with no effective date takes effect today
           move "N" to ws-price-given-sw.
           if imt-price-x not = spaces
               set ws-price-given to true
           end-if.
           if imt-effective-x = spaces
               move ws-business-date to ws-new-effective
           else
               if imt-effective is numeric
                   move imt-effective to ws-new-effective
               else
                   move 0 to ws-new-effective
               end-if
           end-if.

           if imt-add
               perform 200-validate-add
               if ws-trans-ok
                   perform 210-apply-add
               end-if
           else
               if imt-change
                   perform 300-validate-change
                   if ws-trans-ok
                       perform 310-apply-change
                   end-if
               else
                   if imt-discontinue
                       perform 400-validate-discontinue
                       if ws-trans-ok
                           perform 410-apply-discontinue
                       end-if
                   else
                       move "N" to ws-trans-ok-sw
                       move "unknown action code" to ws-reject-reason
                   end-if
               end-if
           end-if.

           if not ws-trans-ok
               perform 500-reject-transaction
           end-if.

           read item-trans-file
               at end move "y" to sw-itemtrans-eof
           end-read.
           if ws-itemtrans-status not = "00"
               move "y" to sw-itemtrans-eof
           end-if.

       105-check-item-entry.

           if ws-item-code(ws-item-idx) = imt-item-code
               and ws-item-status(ws-item-idx) not = "D"
               move ws-item-idx to ws-item-match-idx
           end-if.

       110-validate-fields.

      *    the edits common to an add and a change
           if imt-reorder-x not = spaces
               and imt-reorder-point is not numeric
               move "N" to ws-trans-ok-sw
               move "reorder point not numeric" to ws-reject-reason
           else
               if ws-price-given
                   and (imt-price is not numeric or imt-price = 0)
                   move "N" to ws-trans-ok-sw
                   move "price not numeric or zero"
                       to ws-reject-reason
               else
                   if ws-new-effective = 0
                       move "N" to ws-trans-ok-sw
                       move "effective date not numeric"
                           to ws-reject-reason
                   else
                       if ws-price-given
                           perform 120-find-price-slot
                       end-if
                   end-if
               end-if
           end-if.

       120-find-price-slot.

      *    a price already dated the same day is replaced - any
      *    other date is a new line, so the list keeps its history.
      *    a full list refuses the whole transaction, master change
      *    and all, so the two never disagree
           move 0 to ws-price-match-idx.
           perform 125-check-price-slot
               varying ws-price-idx from 1 by 1
               until ws-price-idx > ws-price-count.

           if ws-price-match-idx = 0 and ws-price-count = 300
               move "N" to ws-trans-ok-sw
               move "price list full" to ws-reject-reason
           end-if.

       125-check-price-slot.

           if ws-prc-item(ws-price-idx) = imt-item-code
               and ws-prc-effective(ws-price-idx) = ws-new-effective
               and ws-prc-status(ws-price-idx) not = "D"
               move ws-price-idx to ws-price-match-idx
           end-if.

       130-post-price.

           if ws-price-match-idx = 0
               add 1 to ws-price-count
               move ws-price-count to ws-price-match-idx
               move imt-item-code to ws-prc-item(ws-price-count)
               move ws-new-effective to ws-prc-effective(ws-price-count)
               move space to ws-prc-status(ws-price-count)
           end-if.
           move imt-price to ws-prc-price(ws-price-match-idx).

       140-find-current-price.

      *    the price in force on the business date, for the images
           move 0 to ws-cur-price.
           move 0 to ws-cur-effective.
           move 0 to ws-best-effective.
           perform 145-check-current-price
               varying ws-price-idx from 1 by 1
               until ws-price-idx > ws-price-count.

       145-check-current-price.

           if ws-prc-item(ws-price-idx) = imt-item-code
               and ws-prc-status(ws-price-idx) not = "D"
               and ws-prc-effective(ws-price-idx)
                   not > ws-business-date
               and ws-prc-effective(ws-price-idx)
                   not < ws-best-effective
               move ws-prc-effective(ws-price-idx)
                   to ws-best-effective
               move ws-prc-effective(ws-price-idx)
                   to ws-cur-effective
               move ws-prc-price(ws-price-idx) to ws-cur-price
           end-if.

       200-validate-add.

           if imt-item-code = spaces
               move "N" to ws-trans-ok-sw
               move "no item code" to ws-reject-reason
           else
               if ws-item-match-idx > 0
                   move "N" to ws-trans-ok-sw
                   move "item code already on file"
                       to ws-reject-reason
               else
                   if ws-item-count = 300
                       move "N" to ws-trans-ok-sw
                       move "item master full" to ws-reject-reason
                   else
                       if not ws-price-given
                           move "N" to ws-trans-ok-sw
                           move "new item needs a price"
                               to ws-reject-reason
                       else
                           perform 110-validate-fields
                       end-if
                   end-if
               end-if
           end-if.

       210-apply-add.

           add 1 to ws-item-count.
           move imt-item-code to ws-item-code(ws-item-count).
           move 0 to ws-item-on-hand(ws-item-count).
           if imt-reorder-x = spaces
               move 0 to ws-item-reorder(ws-item-count)
           else
               move imt-reorder-point to ws-item-reorder(ws-item-count)
           end-if.
           move imt-bin-location to ws-item-bin(ws-item-count).
           move space to ws-item-status(ws-item-count).
           move ws-item-count to ws-item-match-idx.

           perform 130-post-price.

           perform 150-take-after-image.
           move "added" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-added.
           set ws-any-applied to true.

       150-take-after-image.

           move ws-item-code(ws-item-match-idx) to ws-img-item-code.
           move ws-item-on-hand(ws-item-match-idx) to ws-img-on-hand.
           move ws-item-reorder(ws-item-match-idx) to ws-img-reorder.
           move ws-item-bin(ws-item-match-idx) to ws-img-bin.
           if ws-price-given
               move imt-price to ws-img-price
               move ws-new-effective to ws-img-effective
           else
               perform 140-find-current-price
               move ws-cur-price to ws-img-price
               move ws-cur-effective to ws-img-effective
           end-if.
           move "A" to ws-img-type.
           move "after" to ws-img-label.

       155-take-before-image.

           move ws-item-code(ws-item-match-idx) to ws-img-item-code.
           move ws-item-on-hand(ws-item-match-idx) to ws-img-on-hand.
           move ws-item-reorder(ws-item-match-idx) to ws-img-reorder.
           move ws-item-bin(ws-item-match-idx) to ws-img-bin.
           perform 140-find-current-price.
           move ws-cur-price to ws-img-price.
           move ws-cur-effective to ws-img-effective.
           move "B" to ws-img-type.
           move "before" to ws-img-label.

       160-log-and-list-image.

           move ws-business-date to icl-date.
           move imt-action to icl-action.
           move ws-img-type to icl-image-type.
           move ws-img-item-code to icl-item-code.
           move ws-img-on-hand to icl-on-hand.
           move ws-img-reorder to icl-reorder-point.
           move ws-img-bin to icl-bin-location.
           move ws-img-price to icl-price.
           move ws-img-effective to icl-price-effective.
           write item-change-log-line.

           move imt-action to dl-action.
           move ws-img-item-code to dl-item-code.
           move ws-img-label to dl-image.
           move ws-img-reorder to dl-reorder.
           move ws-img-bin to dl-bin.
           move ws-img-price to dl-price.
           move ws-img-effective to dl-effective.
           write print-line from ws-detail-line.
           move spaces to dl-result.

       300-validate-change.

           if ws-item-match-idx = 0
               move "N" to ws-trans-ok-sw
               move "item not on file" to ws-reject-reason
           else
               if imt-reorder-x = spaces
                   and imt-bin-location = spaces
                   and not ws-price-given
                   move "N" to ws-trans-ok-sw
                   move "nothing to change" to ws-reject-reason
               else
                   perform 110-validate-fields
               end-if
           end-if.

       310-apply-change.

           perform 155-take-before-image.
           move spaces to dl-result.
           perform 160-log-and-list-image.

           if imt-reorder-x not = spaces
               move imt-reorder-point
                   to ws-item-reorder(ws-item-match-idx)
           end-if.
           if imt-bin-location not = spaces
               move imt-bin-location to ws-item-bin(ws-item-match-idx)
           end-if.
           if ws-price-given
               perform 130-post-price
           end-if.

           perform 150-take-after-image.
           move "changed" to dl-result.
           perform 160-log-and-list-image.

           add 1 to ws-count-changed.
           set ws-any-applied to true.

       400-validate-discontinue.

           if ws-item-match-idx = 0
               move "N" to ws-trans-ok-sw
               move "item not on file" to ws-reject-reason
           else
               move ws-item-on-hand(ws-item-match-idx)
                   to ws-item-stock
               perform 405-add-whse-stock
                   varying ws-whse-idx from 1 by 1
                   until ws-whse-idx > ws-whse-count
               move 0 to ws-item-bo-lines
               perform 407-count-back-orders
                   varying ws-bo-idx from 1 by 1
                   until ws-bo-idx > ws-bo-count
               if ws-item-stock > 0
                   move "N" to ws-trans-ok-sw
                   move "stock still on hand" to ws-reject-reason
               else
                   if ws-item-bo-lines > 0
                       move "N" to ws-trans-ok-sw
                       move "open back orders for item"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

       405-add-whse-stock.

           if ws-whse-item(ws-whse-idx) = imt-item-code
               add ws-whse-on-hand(ws-whse-idx) to ws-item-stock
           end-if.

       407-count-back-orders.

           if ws-bo-item(ws-bo-idx) = imt-item-code
               add 1 to ws-item-bo-lines
           end-if.

       410-apply-discontinue.

      *    the item leaves the master and its prices leave the list,
      *    so nothing can be ordered or priced against it again
           perform 155-take-before-image.
           move "discontinued" to dl-result.
           perform 160-log-and-list-image.

           move "D" to ws-item-status(ws-item-match-idx).
           perform 415-drop-item-price
               varying ws-price-idx from 1 by 1
               until ws-price-idx > ws-price-count.

           add 1 to ws-count-discontinued.
           set ws-any-applied to true.

       415-drop-item-price.

           if ws-prc-item(ws-price-idx) = imt-item-code
               move "D" to ws-prc-status(ws-price-idx)
           end-if.

       500-reject-transaction.

           add 1 to ws-count-rejected.
           move spaces to ws-detail-line.
           move imt-action to dl-action.
           move imt-item-code to dl-item-code.
           move "reject" to dl-image.
           move 0 to dl-reorder.
           move 0 to dl-price.
           move 0 to dl-effective.
           move ws-reject-reason to dl-result.
           write print-line from ws-detail-line.

           move imt-action to ws-except-key.
           move imt-item-code to ws-except-key(3:6).
           move ws-reject-reason to ws-except-reason.
           perform 955-write-exception.

       700-rewrite-item-master.

           open output item-master-file.
           perform 705-write-one-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count.
           close item-master-file.

       705-write-one-item.

           if ws-item-status(ws-item-idx) not = "D"
               move ws-item-code(ws-item-idx) to iml-item-code
               move ws-item-on-hand(ws-item-idx) to iml-on-hand
               move ws-item-reorder(ws-item-idx) to iml-reorder-point
               move ws-item-bin(ws-item-idx) to iml-bin-location
               write item-master-line
           end-if.

       710-rewrite-price-list.

           open output price-list-file.
           perform 715-write-one-price
               varying ws-price-idx from 1 by 1
               until ws-price-idx > ws-price-count.
           close price-list-file.

       715-write-one-price.

           if ws-prc-status(ws-price-idx) not = "D"
               move ws-prc-item(ws-price-idx) to pll-item-code
               move ws-prc-effective(ws-price-idx) to pll-effective
               move ws-prc-price(ws-price-idx) to pll-price
               write price-list-line
           end-if.

       800-write-run-counts.

           move spaces to print-line.
           write print-line.

           move "transactions read" to cl-label.
           move ws-count-trans to cl-count.
           write print-line from ws-count-line.

           move "items added" to cl-label.
           move ws-count-added to cl-count.
           write print-line from ws-count-line.

           move "items changed" to cl-label.
           move ws-count-changed to cl-count.
           write print-line from ws-count-line.

           move "items discontinued" to cl-label.
           move ws-count-discontinued to cl-count.
           write print-line from ws-count-line.

           move "transactions rejected" to cl-label.
           move ws-count-rejected to cl-count.
           write print-line from ws-count-line.

           move spaces to print-line.
           write print-line.
           write print-line.
           write print-line from ws-signoff-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates prices against the raw calendar date.
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

       end program Lab3ItemMaint.
