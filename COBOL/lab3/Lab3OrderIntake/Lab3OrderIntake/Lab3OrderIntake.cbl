       identification division.
       program-id. Lab3OrderIntake.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    customer orders as received - an 'H' header per order
      *    carrying the customer and their own order reference, then
      *    an 'L' record per line. consumed - emptied once taken in.
           select order-file
           assign to "../../../data/lab3Orders.dat"
           organization is line sequential
           file status is ws-order-status.

      *    the sales run's input - clean lines are added to it in
      *    the fixed-column layout the keying clerks have always
      *    produced, so the night run sees no difference.
           select sales-input-file
           assign to "../../../data/lab3.dat"
           organization is line sequential
           file status is ws-salesin-status.

      *    every customer reference already taken in - a reference
      *    a customer sends twice is refused, not shipped twice.
           select order-ref-file
           assign to "../../../data/lab3OrderRefs.dat"
           organization is line sequential
           file status is ws-orderref-status.

      *    next intake order number - the sales run maps each one to
      *    a real invoice number, so these only need to stay apart
      *    from one another until the night run takes them.
           select next-order-file
           assign to "../../../data/lab3NextOrder.dat"
           organization is line sequential
           file status is ws-nextord-status.

      *    one acknowledgement per customer - the path is built per
      *    customer at run time, the way lab5 builds its branch
      *    sales-file path.
           select ack-file
           assign to ws-ack-filename
           organization is line sequential
           file status is ws-ack-status.

           select customer-master-file
           assign to "../../../data/lab3CustMast.dat"
           organization is line sequential
           file status is ws-custmast-status.

           select item-master-file
           assign to "../../../data/lab3ItemMast.dat"
           organization is line sequential
           file status is ws-itemmast-status.

           select carrier-file
           assign to "../../../data/lab3Carriers.dat"
           organization is line sequential
           file status is ws-carrier-status.

      *    the same date-effective list and contract prices the
      *    sales run prices from - the acknowledged price is the
      *    price the invoice will carry.
           select price-list-file
           assign to "../../../data/lab3Prices.dat"
           organization is line sequential
           file status is ws-pricelist-status.

           select contract-file
           assign to "../../../data/lab3Contracts.dat"
           organization is line sequential
           file status is ws-contract-status.

      *    intake register - every order taken in or refused.
           select report-file
           assign to "../../../data/lab3OrderIntake.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    business-day calendar - the prices in force on the
      *    business date are the ones acknowledged.
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

       fd  order-file
           data record is order-header-line, order-detail-line.

       01  order-header-line.
           05 oih-rec-type              pic x.
               88 oih-header                 value "H".
               88 oih-detail                 value "L".
           05 oih-cust-num              pic x(4).
           05 oih-cust-ref              pic x(10).
           05 oih-order-date            pic 9(8).
      *    blank defers to the customer's usual carrier
           05 oih-carrier               pic x(3).

       01  order-detail-line.
           05 oid-rec-type              pic x.
           05 oid-line-no               pic 9(3).
           05 oid-item-code             pic x(6).
           05 oid-quantity              pic 9(3).
           05 oid-description           pic x(13).

       fd  sales-input-file
           data record is sales-input-line.

       01  sales-input-line.
           05 sil-invoice-number        pic x(4).
           05 sil-quantity              pic 9(3).
           05 sil-description           pic x(13).
           05 sil-price                 pic 9(4)v99.
           05 sil-class                 pic x.
           05 sil-cust-num              pic x(4).
           05 sil-item-code             pic x(6).
           05 sil-type                  pic x.
           05 sil-carrier               pic x(3).

       fd  order-ref-file
           data record is order-ref-line.

       01  order-ref-line.
           05 orl-cust-num              pic x(4).
           05 orl-cust-ref              pic x(10).
           05 orl-intake-date           pic 9(8).
           05 orl-order-key             pic x(4).

       fd  next-order-file
           data record is next-order-line.

       01  next-order-line.
           05 nol-next-order            pic 9(3).

       fd  ack-file
           data record is ack-line.

       01  ack-line                     pic x(80).

       fd  customer-master-file
           data record is customer-master-line.

       01  customer-master-line.
           05 cml-cust-num              pic x(4).
           05 cml-trans-class           pic x.
           05 cml-acct-code             pic x(3).
           05 cml-tax-juris             pic x(2).
           05 cml-carrier               pic x(3).

       fd  item-master-file
           data record is item-master-line.

       01  item-master-line.
           05 iml-item-code             pic x(6).
           05 iml-on-hand               pic 9(5).
           05 iml-reorder-point         pic 9(5).
           05 iml-bin-location          pic x(6).

       fd  carrier-file
           data record is carrier-line.

       01  carrier-line.
           05 crl-carrier               pic x(3).
           05 crl-name                  pic x(20).
           05 crl-rate-class-a          pic 9v999.
           05 crl-rate-class-b          pic 9v999.
           05 crl-rate-other            pic 9v999.

       fd  price-list-file
           data record is price-list-line.

       01  price-list-line.
           05 pll-item-code             pic x(6).
           05 pll-effective             pic 9(8).
           05 pll-price                 pic 9(4)v99.

       fd  contract-file
           data record is contract-line.

       01  contract-line.
           05 col-cust-num              pic x(4).
           05 col-item-code             pic x(6).
           05 col-effective             pic 9(8).
           05 col-price                 pic 9(4)v99.

       fd  report-file
           data record is print-line.

       01  print-line                   pic x(80).

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

      *--------------Acknowledgement Lines-------------------------
       01 ws-ack-heading.
           05 filler                    pic x(32)
               value "order acknowledgement - customer".
           05 filler                    pic x value space.
           05 akh-cust-num              pic x(4).
           05 filler                    pic x(15)
               value "  business date".
           05 filler                    pic x value space.
           05 akh-date                  pic 9(8).
           05 filler                    pic x(19) value spaces.

       01 ws-ack-order-line.
           05 filler                    pic x(17)
               value "your reference   ".
           05 ako-cust-ref              pic x(10).
           05 filler                    pic x(13)
               value "  order date ".
           05 ako-order-date            pic 9(8).
           05 filler                    pic x(12)
               value "  our order ".
           05 ako-order-key             pic x(4).
           05 filler                    pic x(16) value spaces.

       01 ws-ack-refused-line.
           05 filler                    pic x(17)
               value "order refused -  ".
           05 akr-reason                pic x(30).
           05 filler                    pic x(33) value spaces.

       01 ws-ack-column-line.
           05 filler                    pic x(40)
               value "line item  qty  description   expected  ".
           05 filler                    pic x(40)
               value "extension  status                       ".

       01 ws-ack-detail.
           05 akd-line-no               pic zz9.
           05 filler                    pic x value space.
           05 akd-item-code             pic x(6).
           05 filler                    pic x value space.
           05 akd-quantity              pic zz9.
           05 filler                    pic x(2) value spaces.
           05 akd-description           pic x(13).
           05 filler                    pic x value space.
           05 akd-price                 pic z,zz9.99.
           05 filler                    pic x value space.
           05 akd-extension             pic zzz,zz9.99.
           05 filler                    pic x(2) value spaces.
           05 akd-status                pic x(30).

       01 ws-ack-total-line.
           05 filler                    pic x(16)
               value "lines accepted: ".
           05 akt-accepted              pic zz9.
           05 filler                    pic x(13)
               value "  rejected: ".
           05 akt-rejected              pic zz9.
           05 filler                    pic x(18)
               value "  expected total: ".
           05 akt-total                 pic z,zzz,zz9.99.
           05 filler                    pic x(15) value spaces.

      *--------------Register Lines--------------------------------
       01 ws-reg-heading.
           05 filler                    pic x(40)
               value "customer order intake - business date ".
           05 rgh-date                  pic 9(8).
           05 filler                    pic x(32) value spaces.

       01 ws-reg-column-line.
           05 filler                    pic x(40)
               value "cust reference  order accepted rejected ".
           05 filler                    pic x(40)
               value " result                                 ".

       01 ws-reg-detail.
           05 rgd-cust-num              pic x(4).
           05 filler                    pic x value space.
           05 rgd-cust-ref              pic x(10).
           05 filler                    pic x value space.
           05 rgd-order-key             pic x(4).
           05 filler                    pic x(7) value spaces.
           05 rgd-accepted              pic zz9.
           05 filler                    pic x(6) value spaces.
           05 rgd-rejected              pic zz9.
           05 filler                    pic x(2) value spaces.
           05 rgd-result                pic x(30).
           05 filler                    pic x(8) value spaces.

       01 ws-reg-count-line.
           05 cl-label                  pic x(30).
           05 cl-count                  pic zzzz9.
           05 filler                    pic x(45) value spaces.

      *--------------Switches and Statuses-------------------------
       01 sw-order-eof                  pic x value "n".
       01 sw-orderref-eof               pic x value "n".
       01 sw-custmast-eof               pic x value "n".
       01 sw-itemmast-eof               pic x value "n".
       01 sw-carrier-eof                pic x value "n".
       01 sw-pricelist-eof              pic x value "n".
       01 sw-contract-eof               pic x value "n".
       01 ws-order-status               pic xx.
       01 ws-salesin-status             pic xx.
       01 ws-orderref-status            pic xx.
       01 ws-nextord-status             pic xx.
       01 ws-ack-status                 pic xx.
       01 ws-custmast-status            pic xx.
       01 ws-itemmast-status            pic xx.
       01 ws-carrier-status             pic xx.
       01 ws-pricelist-status           pic xx.
       01 ws-contract-status            pic xx.

      *    an order is open from its header until the next header
      *    or the end of the file.
       01 ws-order-open-sw              pic x value "N".
           88 ws-order-open                  value "Y".
       01 ws-order-ok-sw                pic x value "N".
           88 ws-order-ok                    value "Y".
       01 ws-line-ok-sw                 pic x value "N".
           88 ws-line-ok                     value "Y".
       01 ws-dup-ref-sw                 pic x value "N".
           88 ws-dup-ref                     value "Y".
       01 ws-price-found-sw             pic x value "N".
           88 ws-price-found                 value "Y".

      *--------------Reference Tables------------------------------
       01 ws-cust-table.
           05 ws-cust-entry occurs 200 times.
               10 ws-cust-num            pic x(4).
               10 ws-cust-class          pic x.
       01 ws-cust-count                 pic 999 value 0.
       01 ws-cust-idx                   pic 999 value 0.
       01 ws-cust-match-idx             pic 999 value 0.

       01 ws-item-table.
           05 ws-item-code              pic x(6) occurs 300 times.
       01 ws-item-count                 pic 999 value 0.
       01 ws-item-idx                   pic 999 value 0.
       01 ws-item-found-sw              pic x value "N".
           88 ws-item-found                  value "Y".

       01 ws-carrier-table.
           05 ws-car-code               pic x(3) occurs 20 times.
       01 ws-carrier-count              pic 99 value 0.
       01 ws-carrier-idx                pic 99 value 0.
       01 ws-carrier-found-sw           pic x value "N".
           88 ws-carrier-found               value "Y".

       01 ws-price-table.
           05 ws-price-entry occurs 300 times.
               10 ws-prc-item            pic x(6).
               10 ws-prc-effective       pic 9(8).
               10 ws-prc-price           pic 9(4)v99.
       01 ws-price-count                pic 999 value 0.
       01 ws-price-idx                  pic 999 value 0.

       01 ws-contract-table.
           05 ws-contract-entry occurs 100 times.
               10 ws-ctr-cust            pic x(4).
               10 ws-ctr-item            pic x(6).
               10 ws-ctr-effective       pic 9(8).
               10 ws-ctr-price           pic 9(4)v99.
       01 ws-contract-count             pic 999 value 0.
       01 ws-contract-idx               pic 999 value 0.

       01 ws-best-effective             pic 9(8) value 0.
       01 ws-effective-price            pic 9(4)v99 value 0.

      *    references taken in during this run - the register on
      *    disk only gains them at end of job.
       01 ws-run-ref-table.
           05 ws-run-ref-entry occurs 200 times.
               10 ws-run-ref-cust        pic x(4).
               10 ws-run-ref-ref         pic x(10).
               10 ws-run-ref-key         pic x(4).
       01 ws-run-ref-count              pic 999 value 0.
       01 ws-run-ref-idx                pic 999 value 0.

      *    customers already acknowledged this run - the first
      *    order cuts a fresh file, later ones add to it.
       01 ws-ack-cust-table.
           05 ws-ack-cust               pic x(4) occurs 200 times.
       01 ws-ack-cust-count             pic 999 value 0.
       01 ws-ack-cust-idx               pic 999 value 0.
       01 ws-ack-cust-found-sw          pic x value "N".
           88 ws-ack-cust-found              value "Y".
       01 ws-ack-filename               pic x(60) value spaces.

      *--------------Current Order---------------------------------
       01 ws-cur-cust-num               pic x(4) value spaces.
       01 ws-cur-cust-ref               pic x(10) value spaces.
       01 ws-cur-order-key              pic x(4) value spaces.
       01 ws-cur-class                  pic x value space.
       01 ws-cur-carrier                pic x(3) value spaces.
       01 ws-refuse-reason              pic x(30) value spaces.
       01 ws-line-reason                pic x(30) value spaces.
       01 ws-cur-accepted               pic 999 value 0.
       01 ws-cur-rejected               pic 999 value 0.
       01 ws-cur-total                  pic 9(7)v99 value 0.
       01 ws-line-extension             pic 9(7)v99 value 0.

       01 ws-next-order                 pic 9(3) value 1.
       01 ws-order-key-build.
           05 filler                    pic x value "E".
           05 ws-okb-number             pic 9(3).

      *--------------Counts----------------------------------------
       01 ws-count-records              pic 9(5) value 0.
       01 ws-count-orders               pic 9(5) value 0.
       01 ws-count-orders-taken         pic 9(5) value 0.
       01 ws-count-orders-refused       pic 9(5) value 0.
       01 ws-count-lines-taken          pic 9(5) value 0.
       01 ws-count-lines-rejected       pic 9(5) value 0.

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
       01 ws-this-job-name                   pic x(8) value "LAB3ORD".
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

           open input order-file.
           if ws-order-status not = "00"
               display "no customer orders on file - nothing taken in"
               goback
           end-if.

           perform 960-check-batch-control.

           perform 050-read-customer-master.
           perform 052-read-item-master.
           perform 054-read-carriers.
           perform 056-read-price-list.
           perform 058-read-contracts.
           perform 064-read-next-order.

           open extend sales-input-file.
           if ws-salesin-status not = "00"
               and ws-salesin-status not = "05"
               open output sales-input-file
           end-if.

           open output report-file.
           move ws-business-date to rgh-date.
           write print-line from ws-reg-heading.
           move spaces to print-line.
           write print-line.
           write print-line from ws-reg-column-line.

           read order-file
               at end move "y" to sw-order-eof
           end-read.
           if ws-order-status not = "00"
               move "y" to sw-order-eof
           end-if.
           perform 100-take-one-record until sw-order-eof = "y".

           if ws-order-open
               perform 190-finish-order
           end-if.

           close order-file.
           close sales-input-file.

      *    the orders are in - the file is emptied so tomorrow's
      *    intake does not take them twice
           open output order-file.
           close order-file.

           perform 066-write-next-order.
           perform 070-append-order-refs.
           perform 800-write-run-counts.
           close report-file.

           move ws-count-records to ws-stats-read.
           move ws-count-lines-taken to ws-stats-written.
           perform 958-write-run-stats.

           display "orders taken in: " ws-count-orders-taken
               " refused: " ws-count-orders-refused
               " lines taken: " ws-count-lines-taken
               " rejected: " ws-count-lines-rejected.

           goback.

       050-read-customer-master.

      *    a missing customer master refuses every order - nothing
      *    can be checked against it.
           open input customer-master-file.

           if ws-custmast-status = "00"
               read customer-master-file
                   at end move "y" to sw-custmast-eof
               end-read
               if ws-custmast-status not = "00"
                   move "y" to sw-custmast-eof
               end-if
               perform 051-load-one-customer
                   until sw-custmast-eof = "y"
                       or ws-cust-count = 200
               close customer-master-file
           end-if.

       051-load-one-customer.

           add 1 to ws-cust-count.
           move cml-cust-num to ws-cust-num(ws-cust-count).
           move cml-trans-class to ws-cust-class(ws-cust-count).

           read customer-master-file
               at end move "y" to sw-custmast-eof
           end-read.
           if ws-custmast-status not = "00"
               move "y" to sw-custmast-eof
           end-if.

       052-read-item-master.

           open input item-master-file.

           if ws-itemmast-status = "00"
               read item-master-file
                   at end move "y" to sw-itemmast-eof
               end-read
               if ws-itemmast-status not = "00"
                   move "y" to sw-itemmast-eof
               end-if
               perform 053-load-one-item
                   until sw-itemmast-eof = "y"
                       or ws-item-count = 300
               close item-master-file
           end-if.

       053-load-one-item.

           add 1 to ws-item-count.
           move iml-item-code to ws-item-code(ws-item-count).

           read item-master-file
               at end move "y" to sw-itemmast-eof
           end-read.
           if ws-itemmast-status not = "00"
               move "y" to sw-itemmast-eof
           end-if.

       054-read-carriers.

           open input carrier-file.

           if ws-carrier-status = "00"
               read carrier-file
                   at end move "y" to sw-carrier-eof
               end-read
               if ws-carrier-status not = "00"
                   move "y" to sw-carrier-eof
               end-if
               perform 055-load-one-carrier
                   until sw-carrier-eof = "y"
                       or ws-carrier-count = 20
               close carrier-file
           end-if.

       055-load-one-carrier.

           add 1 to ws-carrier-count.
           move crl-carrier to ws-car-code(ws-carrier-count).

           read carrier-file
               at end move "y" to sw-carrier-eof
           end-read.
           if ws-carrier-status not = "00"
               move "y" to sw-carrier-eof
           end-if.

       056-read-price-list.

      *    a missing price list leaves only contract prices - a line
      *    with no price in force is rejected, not guessed at.
           open input price-list-file.

           if ws-pricelist-status = "00"
               read price-list-file
                   at end move "y" to sw-pricelist-eof
               end-read
               if ws-pricelist-status not = "00"
                   move "y" to sw-pricelist-eof
               end-if
               perform 057-load-one-price
                   until sw-pricelist-eof = "y"
                       or ws-price-count = 300
               close price-list-file
           end-if.

       057-load-one-price.

           add 1 to ws-price-count.
           move pll-item-code to ws-prc-item(ws-price-count).
           move pll-effective to ws-prc-effective(ws-price-count).
           move pll-price to ws-prc-price(ws-price-count).

           read price-list-file
               at end move "y" to sw-pricelist-eof
           end-read.
           if ws-pricelist-status not = "00"
               move "y" to sw-pricelist-eof
           end-if.

       058-read-contracts.

           open input contract-file.

           if ws-contract-status = "00"
               read contract-file
                   at end move "y" to sw-contract-eof
               end-read
               if ws-contract-status not = "00"
                   move "y" to sw-contract-eof
               end-if
               perform 059-load-one-contract
                   until sw-contract-eof = "y"
                       or ws-contract-count = 100
               close contract-file
           end-if.

       059-load-one-contract.

           add 1 to ws-contract-count.
           move col-cust-num to ws-ctr-cust(ws-contract-count).
           move col-item-code to ws-ctr-item(ws-contract-count).
           move col-effective to ws-ctr-effective(ws-contract-count).
           move col-price to ws-ctr-price(ws-contract-count).

           read contract-file
               at end move "y" to sw-contract-eof
           end-read.
           if ws-contract-status not = "00"
               move "y" to sw-contract-eof
           end-if.

       064-read-next-order.

      *    a missing control file starts the sequence at 001.
           open input next-order-file.
           if ws-nextord-status = "00"
               read next-order-file
                   at end continue
               end-read
               if ws-nextord-status = "00"
                   and nol-next-order is numeric
                   and nol-next-order > 0
                   move nol-next-order to ws-next-order
               end-if
               close next-order-file
           end-if.

       066-write-next-order.

           open output next-order-file.
           move ws-next-order to nol-next-order.
           write next-order-line.
           close next-order-file.

       070-append-order-refs.

           if ws-run-ref-count > 0
               open extend order-ref-file
               if ws-orderref-status not = "00"
                   and ws-orderref-status not = "05"
                   open output order-ref-file
               end-if
               perform 071-write-one-order-ref
                   varying ws-run-ref-idx from 1 by 1
                   until ws-run-ref-idx > ws-run-ref-count
               close order-ref-file
           end-if.

       071-write-one-order-ref.

           move ws-run-ref-cust(ws-run-ref-idx) to orl-cust-num.
           move ws-run-ref-ref(ws-run-ref-idx) to orl-cust-ref.
           move ws-business-date to orl-intake-date.
           move ws-run-ref-key(ws-run-ref-idx) to orl-order-key.
           write order-ref-line.

       100-take-one-record.

           add 1 to ws-count-records.

           if oih-header
               if ws-order-open
                   perform 190-finish-order
               end-if
               perform 110-start-order
           else
               if oih-detail and ws-order-open
                   perform 150-take-one-line
               else
      *            a line with no header before it, or a record of
      *            no known type - nobody to acknowledge it to
                   add 1 to ws-count-lines-rejected
                   move order-header-line to ws-except-key
                   if oih-detail
                       move "order line with no header"
                           to ws-except-reason
                   else
                       move "unknown order record type"
                           to ws-except-reason
                   end-if
                   perform 955-write-exception
               end-if
           end-if.

           read order-file
               at end move "y" to sw-order-eof
           end-read.
           if ws-order-status not = "00"
               move "y" to sw-order-eof
           end-if.

       110-start-order.

           set ws-order-open to true.
           add 1 to ws-count-orders.
           move oih-cust-num to ws-cur-cust-num.
           move oih-cust-ref to ws-cur-cust-ref.
           move spaces to ws-cur-order-key.
           move spaces to ws-refuse-reason.
           move 0 to ws-cur-accepted.
           move 0 to ws-cur-rejected.
           move 0 to ws-cur-total.

           perform 120-validate-header.

           if ws-order-ok
               move ws-next-order to ws-okb-number
               move ws-order-key-build to ws-cur-order-key
               if ws-next-order = 999
                   move 1 to ws-next-order
               else
                   add 1 to ws-next-order
               end-if
           end-if.

           perform 130-open-ack-file.

           move spaces to ack-line.
           write ack-line.
           move ws-cur-cust-ref to ako-cust-ref.
           if oih-order-date is numeric
               move oih-order-date to ako-order-date
           else
               move 0 to ako-order-date
           end-if.
           move ws-cur-order-key to ako-order-key.
           write ack-line from ws-ack-order-line.

           if ws-order-ok
               write ack-line from ws-ack-column-line
           else
               move ws-refuse-reason to akr-reason
               write ack-line from ws-ack-refused-line
               move ws-cur-cust-num to ws-except-key
               move ws-cur-cust-ref to ws-except-key(6:10)
               move ws-refuse-reason to ws-except-reason
               perform 955-write-exception
           end-if.

       120-validate-header.

           set ws-order-ok to true.

           move 0 to ws-cust-match-idx.
           perform 121-check-customer-entry
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count.

           move "N" to ws-carrier-found-sw.
           if oih-carrier not = spaces
               perform 122-check-carrier-entry
                   varying ws-carrier-idx from 1 by 1
                   until ws-carrier-idx > ws-carrier-count
           end-if.

           if ws-cust-match-idx = 0
               move "N" to ws-order-ok-sw
               move "customer not on file" to ws-refuse-reason
           else
               if oih-cust-ref = spaces
                   move "N" to ws-order-ok-sw
                   move "no customer reference" to ws-refuse-reason
               else
                   if oih-carrier not = spaces
                       and not ws-carrier-found
                       move "N" to ws-order-ok-sw
                       move "carrier not on file" to ws-refuse-reason
                   else
                       perform 125-check-duplicate-ref
                       if ws-dup-ref
                           move "N" to ws-order-ok-sw
                           move "duplicate customer reference"
                               to ws-refuse-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-order-ok
               move ws-cust-class(ws-cust-match-idx) to ws-cur-class
               move oih-carrier to ws-cur-carrier
           end-if.

       121-check-customer-entry.

           if ws-cust-num(ws-cust-idx) = oih-cust-num
               move ws-cust-idx to ws-cust-match-idx
           end-if.

       122-check-carrier-entry.

           if ws-car-code(ws-carrier-idx) = oih-carrier
               set ws-carrier-found to true
           end-if.

       125-check-duplicate-ref.

      *    this run's references first, then everything taken in
      *    before - the register is read through for each order, the
      *    way the sales run reads its history for a return
           move "N" to ws-dup-ref-sw.
           perform 126-check-run-ref-entry
               varying ws-run-ref-idx from 1 by 1
               until ws-run-ref-idx > ws-run-ref-count.

           if not ws-dup-ref
               move "n" to sw-orderref-eof
               open input order-ref-file
               if ws-orderref-status = "00"
                   read order-ref-file
                       at end move "y" to sw-orderref-eof
                   end-read
                   if ws-orderref-status not = "00"
                       move "y" to sw-orderref-eof
                   end-if
                   perform 127-check-one-order-ref
                       until sw-orderref-eof = "y"
                           or ws-dup-ref
                   close order-ref-file
               end-if
           end-if.

       126-check-run-ref-entry.

           if ws-run-ref-cust(ws-run-ref-idx) = oih-cust-num
               and ws-run-ref-ref(ws-run-ref-idx) = oih-cust-ref
               set ws-dup-ref to true
           end-if.

       127-check-one-order-ref.

           if orl-cust-num = oih-cust-num
               and orl-cust-ref = oih-cust-ref
               set ws-dup-ref to true
           end-if.

           read order-ref-file
               at end move "y" to sw-orderref-eof
           end-read.
           if ws-orderref-status not = "00"
               move "y" to sw-orderref-eof
           end-if.

       130-open-ack-file.

           move "N" to ws-ack-cust-found-sw.
           perform 131-check-ack-cust-entry
               varying ws-ack-cust-idx from 1 by 1
               until ws-ack-cust-idx > ws-ack-cust-count.

           move spaces to ws-ack-filename.
           string "../../../data/lab3Ack" delimited by size
                  ws-cur-cust-num delimited by space
                  ".out" delimited by size
               into ws-ack-filename.

           if ws-ack-cust-found
               open extend ack-file
           else
               open output ack-file
               if ws-ack-cust-count < 200
                   add 1 to ws-ack-cust-count
                   move ws-cur-cust-num
                       to ws-ack-cust(ws-ack-cust-count)
               end-if
               move ws-cur-cust-num to akh-cust-num
               move ws-business-date to akh-date
               write ack-line from ws-ack-heading
           end-if.

       131-check-ack-cust-entry.

           if ws-ack-cust(ws-ack-cust-idx) = ws-cur-cust-num
               set ws-ack-cust-found to true
           end-if.

       150-take-one-line.

           move spaces to ws-ack-detail.
           if oid-line-no is numeric
               move oid-line-no to akd-line-no
           else
               move 0 to akd-line-no
           end-if.
           move oid-item-code to akd-item-code.
           move oid-description to akd-description.
           move 0 to ws-effective-price.
           move 0 to ws-line-extension.

           if not ws-order-ok
               move "N" to ws-line-ok-sw
               move "order refused" to ws-line-reason
           else
               perform 160-validate-line
           end-if.

           if oid-quantity is numeric
               move oid-quantity to akd-quantity
           else
               move 0 to akd-quantity
           end-if.

           if ws-line-ok
               compute ws-line-extension =
                   oid-quantity * ws-effective-price
               move ws-effective-price to akd-price
               move ws-line-extension to akd-extension
               move "accepted" to akd-status
               add ws-line-extension to ws-cur-total
               add 1 to ws-cur-accepted
               add 1 to ws-count-lines-taken
               perform 170-write-sales-input-line
           else
               move 0 to akd-price
               move 0 to akd-extension
               move ws-line-reason to akd-status
               add 1 to ws-cur-rejected
               add 1 to ws-count-lines-rejected
               if ws-order-ok
                   move ws-cur-cust-num to ws-except-key
                   move ws-cur-cust-ref to ws-except-key(6:10)
                   move oid-line-no to ws-except-key(17:3)
                   move ws-line-reason to ws-except-reason
                   perform 955-write-exception
               end-if
           end-if.

           write ack-line from ws-ack-detail.

       160-validate-line.

           set ws-line-ok to true.
           move spaces to ws-line-reason.

           move "N" to ws-item-found-sw.
           perform 161-check-item-entry
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count.

           if not ws-item-found
               move "N" to ws-line-ok-sw
               move "item not on file" to ws-line-reason
           else
               if oid-quantity is not numeric
                   or oid-quantity = 0
                   move "N" to ws-line-ok-sw
                   move "quantity not numeric or zero"
                       to ws-line-reason
               else
                   perform 165-determine-unit-price
                   if not ws-price-found
                       move "N" to ws-line-ok-sw
                       move "no price in force for item"
                           to ws-line-reason
                   end-if
               end-if
           end-if.

       161-check-item-entry.

           if ws-item-code(ws-item-idx) = oid-item-code
               set ws-item-found to true
           end-if.

       165-determine-unit-price.

      *    latest effective date on or before the business date
      *    wins, and the customer's contract beats the list - the
      *    sales run's own rule, so the acknowledged price holds
           move "N" to ws-price-found-sw.
           move 0 to ws-best-effective.
           move 0 to ws-effective-price.

           perform 166-check-one-contract
               varying ws-contract-idx from 1 by 1
               until ws-contract-idx > ws-contract-count.

           if not ws-price-found
               perform 167-check-one-list-price
                   varying ws-price-idx from 1 by 1
                   until ws-price-idx > ws-price-count
           end-if.

       166-check-one-contract.

           if ws-ctr-cust(ws-contract-idx) = ws-cur-cust-num
               and ws-ctr-item(ws-contract-idx) = oid-item-code
               and ws-ctr-effective(ws-contract-idx)
                   not > ws-business-date
               and ws-ctr-effective(ws-contract-idx)
                   not < ws-best-effective
               set ws-price-found to true
               move ws-ctr-effective(ws-contract-idx)
                   to ws-best-effective
               move ws-ctr-price(ws-contract-idx)
                   to ws-effective-price
           end-if.

       167-check-one-list-price.

           if ws-prc-item(ws-price-idx) = oid-item-code
               and ws-prc-effective(ws-price-idx)
                   not > ws-business-date
               and ws-prc-effective(ws-price-idx)
                   not < ws-best-effective
               set ws-price-found to true
               move ws-prc-effective(ws-price-idx)
                   to ws-best-effective
               move ws-prc-price(ws-price-idx)
                   to ws-effective-price
           end-if.

       170-write-sales-input-line.

      *    the price carried is the effective price, so the sales
      *    run's price-exception check stays quiet for these lines
           move spaces to sales-input-line.
           move ws-cur-order-key to sil-invoice-number.
           move oid-quantity to sil-quantity.
           move oid-description to sil-description.
           move ws-effective-price to sil-price.
           move ws-cur-class to sil-class.
           move ws-cur-cust-num to sil-cust-num.
           move oid-item-code to sil-item-code.
           move space to sil-type.
           move ws-cur-carrier to sil-carrier.
           write sales-input-line.

       190-finish-order.

           move ws-cur-accepted to akt-accepted.
           move ws-cur-rejected to akt-rejected.
           move ws-cur-total to akt-total.
           write ack-line from ws-ack-total-line.
           close ack-file.

           move ws-cur-cust-num to rgd-cust-num.
           move ws-cur-cust-ref to rgd-cust-ref.
           move ws-cur-order-key to rgd-order-key.
           move ws-cur-accepted to rgd-accepted.
           move ws-cur-rejected to rgd-rejected.

           if not ws-order-ok
               add 1 to ws-count-orders-refused
               move ws-refuse-reason to rgd-result
           else
               if ws-cur-accepted = 0
                   add 1 to ws-count-orders-refused
                   move "no line accepted" to rgd-result
               else
                   add 1 to ws-count-orders-taken
                   if ws-cur-rejected = 0
                       move "taken in" to rgd-result
                   else
                       move "taken in - lines rejected"
                           to rgd-result
                   end-if
      *            the reference is spent once anything ships on it
                   if ws-run-ref-count < 200
                       add 1 to ws-run-ref-count
                       move ws-cur-cust-num
                           to ws-run-ref-cust(ws-run-ref-count)
                       move ws-cur-cust-ref
                           to ws-run-ref-ref(ws-run-ref-count)
                       move ws-cur-order-key
                           to ws-run-ref-key(ws-run-ref-count)
                   else
                       display "warning - more than 200 orders - "
                           ws-cur-cust-ref " not on the register"
                   end-if
               end-if
           end-if.
           write print-line from ws-reg-detail.

           move "N" to ws-order-open-sw.

       800-write-run-counts.

           move spaces to print-line.
           write print-line.

           move "order records read" to cl-label.
           move ws-count-records to cl-count.
           write print-line from ws-reg-count-line.

           move "orders received" to cl-label.
           move ws-count-orders to cl-count.
           write print-line from ws-reg-count-line.

           move "orders taken in" to cl-label.
           move ws-count-orders-taken to cl-count.
           write print-line from ws-reg-count-line.

           move "orders refused" to cl-label.
           move ws-count-orders-refused to cl-count.
           write print-line from ws-reg-count-line.

           move "lines taken in" to cl-label.
           move ws-count-lines-taken to cl-count.
           write print-line from ws-reg-count-line.

           move "lines rejected" to cl-label.
           move ws-count-lines-rejected to cl-count.
           write print-line from ws-reg-count-line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    prices against the raw calendar date.
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

       end program Lab3OrderIntake.
