           assign to "../../../data/lab3CreditHold.out"
           organization is line sequential.

      *    customers the receivables aging run found past its top
      *    bucket - their new orders are held whatever the credit
      *    limit says, until the aging run clears them.
           select past-due-file
           assign to "../../../data/lab3PastDue.dat"
           organization is line sequential
           file status is ws-pastdue-status.

      *    last-activity file the dormancy sweep measures from -
      *    a posted invoice is account activity, so the stamp keeps
      *    daily-invoice customers from looking dead to DCIA2DRM.
           assign to "../../../data/lab3Reorder.out"
           organization is line sequential.

      *    purchase-order lines still awaiting delivery - an item
      *    already on order is left off the reorder report, so the
      *    shortfall is not ordered a second time.
           select open-po-file
           assign to "../../../data/lab3OpenPOs.dat"
           organization is line sequential
           file status is ws-openpo-status.

      *    inter-warehouse transfers on the road - stock already
      *    coming to a building covers its shortfall the same way.
           select in-transit-file
           assign to "../../../data/lab3InTransit.dat"
           organization is line sequential
           file status is ws-intransit-status.

      *    persistent open back-orders carried for the release run -
      *    unlike lab3BackOrder.out this one is machine-readable and
      *    survives run to run.
           organization is line sequential
           file status is ws-openbo-status.

      *    persistent open credit holds - the whole input line, so
      *    the credit release run can queue it back to this job
      *    untouched once the customer has paid.
           select open-credit-hold-file
           assign to "../../../data/lab3CreditHoldOpen.dat"
           organization is line sequential
           file status is ws-opench-status.

      *    every credit memo a return raises, kept run over run -
      *    the order history only carries sales, so the commission
      *    bridge reverses returned sales from here.
           select credit-memo-file
           assign to "../../../data/lab3CreditMemos.dat"
           organization is line sequential
           file status is ws-cmemo-status.

      *    cumulative order history - every invoiced line lands here
      *    with its money fields and the run date, so "what did this
      *    customer buy last month" finally has an answer. carried
           organization is line sequential
           file status is ws-contract-status.

      *    date-effective standard unit cost per item - the cost in
      *    force on the run date is carried onto each history line
      *    so sales analysis can show margin.
           select item-cost-file
           assign to "../../../data/lab3ItemCost.dat"
           organization is line sequential
           file status is ws-itemcost-status.

      *    keyed prices that disagree with the effective price - the
      *    keying clerk is no longer the pricing authority, and this
      *    report shows where the old habits differ.
           05 filler                    pic x(7).
           05 filler                    pic x(13) value "reorder point".

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

       fd  in-transit-file
           data record is in-transit-line.

       01  in-transit-line.
           05 itl-xfer-number           pic 9(5).
           05 itl-from-whse             pic x(2).
           05 itl-to-whse               pic x(2).
           05 itl-item-code             pic x(6).
           05 itl-quantity              pic 9(5).
           05 itl-ship-date             pic 9(8).
           05 itl-origin                pic x.

       fd  open-back-order-file
           data record is open-back-order-line.

           05 obl-class                 pic x.
           05 obl-date                  pic 9(8).

       fd  open-credit-hold-file
           data record is open-credit-hold-line.

       01  open-credit-hold-line.
           05 chd-input-record          pic x(41).
           05 chd-hold-date             pic 9(8).
           05 chd-acct-key              pic x(8).
           05 chd-order-amount          pic 9(6)v99.
           05 chd-shortfall             pic 9(7)v99.
      *    'L' over the credit limit, 'P' past due on the aging run
           05 chd-reason                pic x.

       fd  credit-memo-file
           data record is credit-memo-line.

       01  credit-memo-line.
           05 cmo-month                 pic 9(6).
           05 cmo-invoice-number        pic x(4).
           05 cmo-cust-num              pic x(4).
           05 cmo-item-code             pic x(6).
           05 cmo-quantity              pic 9(3).
           05 cmo-credit-net            pic 9(6)v99.
           05 cmo-credit-trans          pic 9(6)v99.
           05 cmo-run-date              pic 9(8).

       fd  order-history-file
           record contains 67 characters.

       01  order-history-line.
           05 ohl-key.
           05 ohl-discount              pic 9(6)v99.
           05 ohl-trans-charge          pic 9(6)v99.
           05 ohl-run-date              pic 9(8).
      *    the class the line was charged freight at, and the
      *    standard cost of what shipped, for the margin analysis
           05 ohl-trans-class           pic x.
           05 ohl-std-cost              pic 9(6)v99.


       fd  carrier-file
           05 col-effective             pic 9(8).
           05 col-price                 pic 9(4)v99.

       fd  item-cost-file
           data record is item-cost-line.

       01  item-cost-line.
           05 ucl-item-code             pic x(6).
           05 ucl-effective             pic 9(8).
           05 ucl-unit-cost             pic 9(4)v99.

       fd  price-except-file
           data record is price-except-line.

       01  price-except-line            pic x(80).

       fd  history-lookup-file
           record contains 67 characters.

       01  history-lookup-line.
           05 hll-key.
           05 hll-discount              pic 9(6)v99.
           05 hll-trans-charge          pic 9(6)v99.
           05 hll-run-date              pic 9(8).
           05 hll-trans-class           pic x.
           05 hll-std-cost              pic 9(6)v99.

       fd  posting-register-file
           data record is posting-register-line.
           05  chl-crlimit         pic zz,zzz,zz9.
           05  filler              pic x(2).
           05  chl-curbal          pic zz,zzz,zz9.
           05  filler              pic x(2).
           05  chl-reason          pic x(12).

       fd  past-due-file
           data record is past-due-line.

       01  past-due-line.
           05 pdl-cust-num                  pic x(4).
           05 pdl-oldest-days               pic 9(5).
           05 pdl-over-90                   pic 9(7)v99.
           05 pdl-date                      pic 9(8).

       01  credit-hold-heading-line.
           05  filler              pic x(3).
           05 filler                 pic x(6).
           05 wrl-reorder-point      pic zzzz9.

      *---------------Open Purchase Orders----------------------------
      *    only the building and item matter here - a line on file
      *    is an order not yet fully received, and a transfer on the
      *    road into a building counts the same. lines past the cap
      *    simply stay on the report; the purchase-order run checks
      *    the whole file again before ordering.
       01 ws-open-po-table.
           05 ws-open-po-entry occurs 500 times.
               10 ws-opo-warehouse       pic x(2).
               10 ws-opo-item            pic x(6).

       01 ws-open-po-count           pic 999 value 0.
       01 ws-open-po-idx             pic 999 value 0.
       01 ws-openpo-status           pic xx value spaces.
       01 sw-openpo-eof              pic x value "n".
       01 ws-intransit-status        pic xx value spaces.
       01 sw-intransit-eof           pic x value "n".
       01 ws-opo-check-whse          pic x(2) value spaces.
       01 ws-opo-check-item          pic x(6) value spaces.
       01 ws-on-order-sw             pic x value "N".
           88 ws-on-order                 value "Y".
       01 ws-count-on-order          pic 999 value 0.

      *---------------Date-Effective Pricing--------------------------
      *    the entry with the latest effective date on or before the
      *    run date wins - a contract for the customer and item wins
       01 ws-contract-status         pic xx value spaces.
       01 sw-contract-eof            pic x value "n".

      *    standard cost works the same way - latest effective date
      *    on or before the run date. an item with no cost in force
      *    goes to history at zero cost.
       01 ws-cost-table.
           05 ws-cost-entry occurs 300 times.
               10 ws-cst-item            pic x(6).
               10 ws-cst-effective       pic 9(8).
               10 ws-cst-unit-cost       pic 9(4)v99.

       01 ws-cost-count              pic 999 value 0.
       01 ws-cost-idx                pic 999 value 0.
       01 ws-itemcost-status         pic xx value spaces.
       01 sw-itemcost-eof            pic x value "n".
       01 ws-unit-cost               pic 9(4)v99 value 0.
       01 ws-best-cost-effective     pic 9(8) value 0.

       01 ws-effective-price         pic 9(4)v99 value 0.
       01 ws-best-effective          pic 9(8) value 0.
       01 ws-price-found-sw          pic x value "N".
       01 ws-credit-hold-sw                  pic x value "N".
           88 ws-credit-hold                      value "Y".

      *    loaded once by 055-read-past-due - a customer on it is
      *    held before the limit is even looked at
       01 ws-past-due-table.
           05 ws-past-due-cust               pic x(4) occurs 200 times.

       01 ws-past-due-count                  pic 999 value 0.
       01 ws-past-due-idx                    pic 999 value 0.
       01 ws-pastdue-status                  pic xx.
       01 sw-pastdue-eof                     pic x value "n".
       01 ws-past-due-sw                     pic x value "N".
           88 ws-past-due                         value "Y".

       01 ws-opench-status                   pic xx.
       01 ws-cmemo-status                    pic xx.
       01 ws-hold-shortfall                  pic 9(7)v99 value 0.

       01 ws-count-credit-hold               pic 99 value 0.
       01 ws-count-invoiced                  pic 9(5) value 0.

               and ws-openbo-status not = "05"
               open output open-back-order-file
           end-if.
      *    open credit holds likewise, until paid for or cancelled
           open extend open-credit-hold-file.
           if ws-opench-status not = "00"
               and ws-opench-status not = "05"
               open output open-credit-hold-file
           end-if.
      *    credit memos likewise, for the commission bridge
           open extend credit-memo-file.
           if ws-cmemo-status not = "00"
               and ws-cmemo-status not = "05"
               open output credit-memo-file
           end-if.

      *    the order history accumulates run over run - the first
      *    run cuts the indexed file, later ones add to it
           perform 050-read-customer-master.
           perform 052-read-item-master.
           perform 054-read-tax-rates.
           perform 055-read-past-due.
           perform 057-read-price-list.
           perform 058-read-contracts.
           perform 0585-read-item-costs.
           perform 059-read-warehouse-stock.
           perform 062-apply-short-picks.
           perform 064-read-next-invoice.
      *close the files.
           close input-file, output-file, back-order-file,
               credit-hold-file, order-history-file,
               open-back-order-file, acct-file, price-except-file,
               open-credit-hold-file, credit-memo-file.
           if ws-lactfile-open-status = "00"
               close lact-file
           end-if.
               move "y" to sw-taxrate-eof
           end-if.

       055-read-past-due.

      *    a missing list - the aging run not yet run - holds no one
      *    on age, and the credit limit alone decides as before.
           open input past-due-file.

           if ws-pastdue-status = "00"
               read past-due-file
                   at end move "y" to sw-pastdue-eof
               end-read
               if ws-pastdue-status not = "00"
                   move "y" to sw-pastdue-eof
               end-if
               perform 0551-load-one-past-due
                   until sw-pastdue-eof = "y"
                       or ws-past-due-count = 200
               if sw-pastdue-eof not = "y"
                   display "warning - past-due list exceeds 200"
                       " - customers past the cap are not held"
               end-if
               close past-due-file
           end-if.

       0551-load-one-past-due.

           add 1 to ws-past-due-count.
           move pdl-cust-num to ws-past-due-cust(ws-past-due-count).

           read past-due-file
               at end move "y" to sw-pastdue-eof
           end-read.
           if ws-pastdue-status not = "00"
               move "y" to sw-pastdue-eof
           end-if.

       059-read-warehouse-stock.

      *    the branch map only matters when the stock detail exists.
               move "y" to sw-whsebranch-eof
           end-if.

       0593-read-in-transit.

      *    a missing in-transit file means nothing is on the road.
           open input in-transit-file.

           if ws-intransit-status = "00"
               read in-transit-file
                   at end move "y" to sw-intransit-eof
               end-read
               if ws-intransit-status not = "00"
                   move "y" to sw-intransit-eof
               end-if
               perform 0594-load-one-in-transit
                   until sw-intransit-eof = "y"
                       or ws-open-po-count = 500
               close in-transit-file
           end-if.

       0594-load-one-in-transit.

           add 1 to ws-open-po-count.
           move itl-to-whse to ws-opo-warehouse(ws-open-po-count).
           move itl-item-code to ws-opo-item(ws-open-po-count).

           read in-transit-file
               at end move "y" to sw-intransit-eof
           end-read.
           if ws-intransit-status not = "00"
               move "y" to sw-intransit-eof
           end-if.

       0597-read-open-pos.

      *    a missing open-order file means nothing is on order, and
      *    every shortfall reports as it always did.
           open input open-po-file.

           if ws-openpo-status = "00"
               read open-po-file
                   at end move "y" to sw-openpo-eof
               end-read
               if ws-openpo-status not = "00"
                   move "y" to sw-openpo-eof
               end-if
               perform 0598-load-one-open-po
                   until sw-openpo-eof = "y"
                       or ws-open-po-count = 500
               close open-po-file
           end-if.

       0598-load-one-open-po.

           add 1 to ws-open-po-count.
           move opl-warehouse to ws-opo-warehouse(ws-open-po-count).
           move opl-item-code to ws-opo-item(ws-open-po-count).

           read open-po-file
               at end move "y" to sw-openpo-eof
           end-read.
           if ws-openpo-status not = "00"
               move "y" to sw-openpo-eof
           end-if.

       057-read-price-list.

      *    a missing price list just means every line prices from
               move "y" to sw-contract-eof
           end-if.

       0585-read-item-costs.

      *    a missing cost file just means history goes uncosted.
           open input item-cost-file.

           if ws-itemcost-status = "00"
               read item-cost-file
                   at end move "y" to sw-itemcost-eof
               end-read
               if ws-itemcost-status not = "00"
                   move "y" to sw-itemcost-eof
               end-if
               perform 0586-load-one-cost
                   until sw-itemcost-eof = "y"
                       or ws-cost-count = 300
               close item-cost-file
           end-if.

       0586-load-one-cost.

           add 1 to ws-cost-count.
           move ucl-item-code to ws-cst-item(ws-cost-count).
           move ucl-effective to ws-cst-effective(ws-cost-count).
           move ucl-unit-cost to ws-cst-unit-cost(ws-cost-count).

           read item-cost-file
               at end move "y" to sw-itemcost-eof
           end-read.
           if ws-itemcost-status not = "00"
               move "y" to sw-itemcost-eof
           end-if.

       145-determine-unit-price.

      *    latest effective date on or before the run date wins -
                   to ws-effective-price
           end-if.

       148-determine-unit-cost.

      *    latest effective standard cost on or before the run date
           move 0 to ws-unit-cost.
           move 0 to ws-best-cost-effective.

           perform 149-check-one-cost
               varying ws-cost-idx from 1 by 1
               until ws-cost-idx > ws-cost-count.

       149-check-one-cost.

           if ws-cst-item(ws-cost-idx) = input-item-code
               and ws-cst-effective(ws-cost-idx)
                   not > ws-today-yyyymmdd
               and ws-cst-effective(ws-cost-idx)
                   not < ws-best-cost-effective
               move ws-cst-effective(ws-cost-idx)
                   to ws-best-cost-effective
               move ws-cst-unit-cost(ws-cost-idx) to ws-unit-cost
           end-if.

       064-read-next-invoice.

      *    a missing control file starts the sequence at the
               move "N" to ws-acct-found-sw
           end-if.

      *    past the aging run's top bucket holds the order even with
      *    room under the limit, or no account file to check against
           move "N" to ws-past-due-sw.
           perform 181-check-past-due-entry
               varying ws-past-due-idx from 1 by 1
               until ws-past-due-idx > ws-past-due-count.
           if ws-past-due
               set ws-credit-hold to true
           end-if.

      *    how far over the limit the order would take the account -
      *    the release run re-tests the same sum against the balance
      *    after payments have posted
           move 0 to ws-hold-shortfall.
           if ws-credit-hold and ws-acct-found
               if CURBAL + ws-extended-price > CRLIMIT
                   compute ws-hold-shortfall =
                       CURBAL + ws-extended-price - CRLIMIT
               end-if
           end-if.

       181-check-past-due-entry.

           if ws-past-due-cust(ws-past-due-idx) = input-cust-num
               set ws-past-due to true
           end-if.

       178-find-customer-acct-code.

           move "N" to ws-acctcode-found-sw.
           move ws-discount-amount to ohl-discount.
           move ws-trans-charge to ohl-trans-charge.
           move ws-today-yyyymmdd to ohl-run-date.
           move ws-effective-class to ohl-trans-class.

           perform 148-determine-unit-cost.
           compute ohl-std-cost = ws-unit-cost * ws-ship-quantity.

           move spaces to ws-ordhist-status.
           perform 195-write-one-history-line
           open output reorder-file.
           write reorder-line from reorder-heading-line.

           perform 0597-read-open-pos.
           perform 0593-read-in-transit.

      *    with warehouse detail on file the purchasing list breaks
      *    out by building - each building's shelf is judged against
      *    the item's reorder point

           close reorder-file.

           if ws-count-on-order > 0
               display "reorder lines left off - already on open"
                   " purchase orders or transfers: " ws-count-on-order
           end-if.

       234-check-one-whse-reorder.

           move "N" to ws-item-found-sw.
               and ws-item-reorder(ws-item-match-idx) > 0
               and ws-whse-on-hand(ws-whse-idx)
                   < ws-item-reorder(ws-item-match-idx)
               move ws-whse-code(ws-whse-idx) to ws-opo-check-whse
               move ws-whse-item(ws-whse-idx) to ws-opo-check-item
               perform 238-find-open-po
               if ws-on-order
                   add 1 to ws-count-on-order
               else
                   move spaces to ws-whse-reorder-line
                   move ws-whse-code(ws-whse-idx) to wrl-warehouse
                   move ws-whse-item(ws-whse-idx) to wrl-item-code
                   move ws-whse-on-hand(ws-whse-idx) to wrl-on-hand
                   move ws-item-reorder(ws-item-match-idx)
                       to wrl-reorder-point
                   write reorder-line from ws-whse-reorder-line
               end-if
           end-if.

       236-find-reorder-point.
           if ws-item-reorder(ws-item-idx) > 0
               and ws-item-on-hand(ws-item-idx)
                   < ws-item-reorder(ws-item-idx)
               move spaces to ws-opo-check-whse
               move ws-item-code(ws-item-idx) to ws-opo-check-item
               perform 238-find-open-po
               if ws-on-order
                   add 1 to ws-count-on-order
               else
                   move spaces to reorder-line
                   move ws-item-code(ws-item-idx) to rol-item-code
                   move ws-item-on-hand(ws-item-idx) to rol-on-hand
                   move ws-item-reorder(ws-item-idx)
                       to rol-reorder-point
                   write reorder-line
               end-if
           end-if.

       238-find-open-po.

      *    a single-pool line carries no building, so an order for
      *    the item into any building covers it
           move "N" to ws-on-order-sw.
           perform 239-check-one-open-po
               varying ws-open-po-idx from 1 by 1
               until ws-open-po-idx > ws-open-po-count
                   or ws-on-order.

       239-check-one-open-po.

           if ws-opo-item(ws-open-po-idx) = ws-opo-check-item
               and (ws-opo-check-whse = spaces
                   or ws-opo-warehouse(ws-open-po-idx)
                       = ws-opo-check-whse)
               set ws-on-order to true
           end-if.

       210-write-posting-register.
           move ws-assigned-invoice to chl-invoice-number.
           move input-cust-num to chl-cust-num.
           move ws-extended-price to chl-extended-price.
           if ws-acct-found
               move CRLIMIT to chl-crlimit
               move CURBAL to chl-curbal
           else
               move 0 to chl-crlimit
               move 0 to chl-curbal
           end-if.
           if ws-past-due
               move "past due 90+" to chl-reason
           else
               move "over limit" to chl-reason
           end-if.

           write credit-hold-line.

      *    the line itself is kept, not just printed - the account
      *    key goes with it so the release run needs no customer
      *    master to find the balance again. a past-due hold with
      *    ACCTFILE down never built the key in 180, so build it here
           if ws-acctfile-open-status not = "00"
               perform 178-find-customer-acct-code
               move zero to ws-acct-lookup-no
               move input-cust-num to ws-acct-lookup-no-x(2:4)
           end-if.
           move spaces to open-credit-hold-line.
           move input-line to chd-input-record.
           move ws-today-yyyymmdd to chd-hold-date.
           move ws-acct-lookup-key to chd-acct-key.
           move ws-extended-price to chd-order-amount.
           move ws-hold-shortfall to chd-shortfall.
           if ws-past-due
               move "P" to chd-reason
           else
               move "L" to chd-reason
           end-if.
           write open-credit-hold-line.

           move spaces to ws-except-key.
           string ws-assigned-invoice " " input-cust-num
               delimited by size into ws-except-key.
           if ws-past-due
               move "credit hold - past due 90+" to ws-except-reason
           else
               move "credit hold" to ws-except-reason
           end-if.
           perform 955-write-exception.

       100-compute.
           add ws-credit-net to ws-total-credit-net.
           add ws-credit-trans to ws-total-credit-trans.

           move ws-today-yyyymmdd(1:6) to cmo-month.
           move input-invoice-number to cmo-invoice-number.
           move input-cust-num to cmo-cust-num.
           move input-item-code to cmo-item-code.
           move input-quantity to cmo-quantity.
           move ws-credit-net to cmo-credit-net.
           move ws-credit-trans to cmo-credit-trans.
           move ws-today-yyyymmdd to cmo-run-date.
           write credit-memo-line.

       172-carry-open-back-order.

      *    the unfillable remainder goes on the persistent open
