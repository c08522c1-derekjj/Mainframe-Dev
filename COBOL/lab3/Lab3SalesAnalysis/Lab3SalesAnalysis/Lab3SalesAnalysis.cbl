           assign to "../../../data/lab3SalesAnalysis.out"
           organization is line sequential.

      *    customer contract prices and the standard cost per item,
      *    both date-effective - a contract in force today that is
      *    below today's cost goes on the negative-margin list.
           select contract-file
           assign to "../../../data/lab3Contracts.dat"
           organization is line sequential
           file status is ws-contract-status.

           select item-cost-file
           assign to "../../../data/lab3ItemCost.dat"
           organization is line sequential
           file status is ws-itemcost-status.

       data division.
       file section.

       fd  order-history-file
           record contains 67 characters.

       01  order-history-line.
           05 ohl-key.
           05 ohl-discount              pic 9(6)v99.
           05 ohl-trans-charge          pic 9(6)v99.
           05 ohl-run-date              pic 9(8).
           05 ohl-trans-class           pic x.
           05 ohl-std-cost              pic 9(6)v99.

       fd  parm-file
           data record is parm-line.
       01  print-line.
           05 filler                    pic x(120).

       fd  contract-file
           data record is contract-line.
       01  contract-line.
           05 col-cust-num              pic x(4).
           05 col-item-code             pic x(6).
           05 col-effective             pic 9(8).
           05 col-price                 pic 9(4)v99.

       fd  item-cost-file
           data record is item-cost-line.
       01  item-cost-line.
           05 ucl-item-code             pic x(6).
           05 ucl-effective             pic 9(8).
           05 ucl-unit-cost             pic 9(4)v99.

       working-storage section.

       01 ws-header.
           05 filler                    pic x(8) value "FREIGHT ".
           05 dtl-freight               pic $$$,$$9.99.

       01 ws-cust-margin-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(30)
               value "GROSS MARGIN BY CUSTOMER".

       01 ws-item-margin-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(30)
               value "GROSS MARGIN BY ITEM".

       01 ws-class-margin-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(36)
               value "GROSS MARGIN BY TRANSPORTATION CLASS".

       01 ws-margin-line.
           05 filler                    pic x(6) value spaces.
           05 mgl-key                   pic x(6).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(6) value "SALES ".
           05 mgl-sales                 pic $$$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(5) value "COST ".
           05 mgl-cost                  pic $$$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "MARGIN ".
           05 mgl-margin                pic $$$,$$$,$$9.99-.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(4) value "PCT ".
           05 mgl-pct                   pic ----9.9.

       01 ws-below-cost-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "CONTRACT PRICES BELOW STANDARD COST AS O".
           05 filler                    pic x(2) value "F ".
           05 bch-date                  pic 9(8).

       01 ws-below-cost-line.
           05 filler                    pic x(6) value spaces.
           05 bcl-cust-num              pic x(4).
           05 filler                    pic x(3) value spaces.
           05 bcl-item-code             pic x(6).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "EFFECTIVE ".
           05 bcl-effective             pic 9(8).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "CONTRACT ".
           05 bcl-price                 pic $$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(5) value "COST ".
           05 bcl-cost                  pic $$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(6) value "SHORT ".
           05 bcl-short                 pic $$,$$9.99.

       01 ws-below-cost-total.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(22)
               value "CONTRACTS BELOW COST: ".
           05 bct-count                 pic zz9.

       01 ws-uncosted-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(33)
               value "LINES WITH NO STANDARD COST:".
           05 ncl-count                 pic zzzzz9.

       01 ws-total-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(13) value "LINES READ:  ".
       01  sw-eof                       pic x value 'n'.
       01  ws-ordhist-status            pic xx value spaces.
       01  ws-parm-status               pic xx value spaces.
       01  ws-contract-status           pic xx value spaces.
       01  ws-itemcost-status           pic xx value spaces.
       01  sw-contract-eof              pic x value 'n'.
       01  sw-itemcost-eof              pic x value 'n'.

      *--------------Analysis Month----------------------------
      *    zero means no filter - the whole history is analyzed.
               10 ws-cust-sales         pic 9(8)v99.
               10 ws-cust-discount      pic 9(8)v99.
               10 ws-cust-freight       pic 9(8)v99.
               10 ws-cust-cost          pic 9(8)v99.

       01 ws-cust-entries               pic 999 value 0.
       01 ws-cust-idx                   pic 999 value 0.
               10 ws-item-sales         pic 9(8)v99.
               10 ws-item-discount      pic 9(8)v99.
               10 ws-item-freight       pic 9(8)v99.
               10 ws-item-cost          pic 9(8)v99.

       01 ws-item-entries               pic 999 value 0.
       01 ws-item-idx                   pic 999 value 0.
       01 ws-item-found-sw              pic x value "N".
           88 ws-item-found                  value "Y".

      *--------------By-Class Accumulation-------------------------
       01 ws-class-table.
           05 ws-class-entry occurs 10 times.
               10 ws-class-code         pic x.
               10 ws-class-sales        pic 9(8)v99.
               10 ws-class-cost         pic 9(8)v99.

       01 ws-class-entries              pic 99 value 0.
       01 ws-class-idx                  pic 99 value 0.
       01 ws-class-match-idx            pic 99 value 0.
       01 ws-class-found-sw             pic x value "N".
           88 ws-class-found                 value "Y".

      *--------------Margin Work Areas---------------------------
       01 ws-margin-sales               pic 9(8)v99 value 0.
       01 ws-margin-cost                pic 9(8)v99 value 0.
       01 ws-margin-amount              pic s9(8)v99 value 0.
       01 ws-margin-pct                 pic s9(4)v9 value 0.

      *--------------Contracts Against Cost----------------------
      *    a contract is in force when no later one for the same
      *    customer and item has also taken effect by today
       01 ws-contract-table.
           05 ws-contract-entry occurs 100 times.
               10 ws-ctr-cust           pic x(4).
               10 ws-ctr-item           pic x(6).
               10 ws-ctr-effective      pic 9(8).
               10 ws-ctr-price          pic 9(4)v99.

       01 ws-contract-count             pic 999 value 0.
       01 ws-contract-idx               pic 999 value 0.
       01 ws-contract-cmp-idx           pic 999 value 0.
       01 ws-superseded-sw              pic x value "N".
           88 ws-superseded                  value "Y".

       01 ws-cost-table.
           05 ws-cost-entry occurs 300 times.
               10 ws-cst-item           pic x(6).
               10 ws-cst-effective      pic 9(8).
               10 ws-cst-unit-cost      pic 9(4)v99.

       01 ws-cost-count                 pic 999 value 0.
       01 ws-cost-idx                   pic 999 value 0.
       01 ws-unit-cost                  pic 9(4)v99 value 0.
       01 ws-best-effective             pic 9(8) value 0.
       01 ws-cost-found-sw              pic x value "N".
           88 ws-cost-found                  value "Y".

       01 ws-today-yyyymmdd             pic 9(8) value 0.

      *--------------Counts-----------------------------------------
       01 ws-count-read                 pic 9(6) value 0.
       01 ws-count-used                 pic 9(6) value 0.
       01 ws-count-uncosted             pic 9(6) value 0.
       01 ws-count-below-cost           pic 999 value 0.

       procedure division.

           perform 050-read-parm.
           perform 060-read-contracts.
           perform 070-read-item-costs.
           accept ws-today-yyyymmdd from date yyyymmdd.

           open input order-history-file.
           if ws-ordhist-status not = "00"
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-entries.

           write print-line from ws-cust-margin-heading
               after advancing 2 lines.
           perform 510-print-customer-margin
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-entries.

           write print-line from ws-item-margin-heading
               after advancing 2 lines.
           perform 520-print-item-margin
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-entries.

           write print-line from ws-class-margin-heading
               after advancing 2 lines.
           perform 530-print-class-margin
               varying ws-class-idx from 1 by 1
               until ws-class-idx > ws-class-entries.

           move ws-count-uncosted to ncl-count.
           write print-line from ws-uncosted-line
               after advancing 2 lines.

           move ws-today-yyyymmdd to bch-date.
           write print-line from ws-below-cost-heading
               after advancing 2 lines.
           perform 600-check-contract-margin
               varying ws-contract-idx from 1 by 1
               until ws-contract-idx > ws-contract-count.
           move ws-count-below-cost to bct-count.
           write print-line from ws-below-cost-total
               after advancing 1 line.

           move ws-count-read to ttl-read.
           move ws-count-used to ttl-used.
           write print-line from ws-total-line
               close parm-file
           end-if.

       060-read-contracts.
      *    a missing contract file just leaves the list empty.
           open input contract-file.
           if ws-contract-status = "00"
               read contract-file
                   at end move 'y' to sw-contract-eof
               end-read
               if ws-contract-status not = "00"
                   move 'y' to sw-contract-eof
               end-if
               perform 065-load-one-contract
                   until sw-contract-eof = 'y'
                       or ws-contract-count = 100
               close contract-file
           end-if.

       065-load-one-contract.

           add 1 to ws-contract-count.
           move col-cust-num to ws-ctr-cust(ws-contract-count).
           move col-item-code to ws-ctr-item(ws-contract-count).
           move col-effective to ws-ctr-effective(ws-contract-count).
           move col-price to ws-ctr-price(ws-contract-count).

           read contract-file
               at end move 'y' to sw-contract-eof
           end-read.
           if ws-contract-status not = "00"
               move 'y' to sw-contract-eof
           end-if.

       070-read-item-costs.
      *    a missing cost file leaves no contract to check.
           open input item-cost-file.
           if ws-itemcost-status = "00"
               read item-cost-file
                   at end move 'y' to sw-itemcost-eof
               end-read
               if ws-itemcost-status not = "00"
                   move 'y' to sw-itemcost-eof
               end-if
               perform 075-load-one-cost
                   until sw-itemcost-eof = 'y'
                       or ws-cost-count = 300
               close item-cost-file
           end-if.

       075-load-one-cost.

           add 1 to ws-cost-count.
           move ucl-item-code to ws-cst-item(ws-cost-count).
           move ucl-effective to ws-cst-effective(ws-cost-count).
           move ucl-unit-cost to ws-cst-unit-cost(ws-cost-count).

           read item-cost-file
               at end move 'y' to sw-itemcost-eof
           end-read.
           if ws-itemcost-status not = "00"
               move 'y' to sw-itemcost-eof
           end-if.

       000-accumulate-lines.

           add 1 to ws-count-read.
               move 'y' to sw-eof
           else
               add 1 to ws-count-used
               if ohl-std-cost = 0
                   add 1 to ws-count-uncosted
               end-if
               perform 100-post-customer
               perform 200-post-item
               perform 250-post-class
               read order-history-file
                   at end move 'y' to sw-eof
               end-read
               move 0 to ws-cust-sales(ws-cust-entries)
               move 0 to ws-cust-discount(ws-cust-entries)
               move 0 to ws-cust-freight(ws-cust-entries)
               move 0 to ws-cust-cost(ws-cust-entries)
               move ws-cust-entries to ws-cust-match-idx
               set ws-cust-found to true
           end-if.
                   to ws-cust-discount(ws-cust-match-idx)
               add ohl-trans-charge
                   to ws-cust-freight(ws-cust-match-idx)
               add ohl-std-cost to ws-cust-cost(ws-cust-match-idx)
           else
               display "CUSTOMER TABLE FULL - " ohl-cust-num
                   " NOT ANALYZED"
               move 0 to ws-item-sales(ws-item-entries)
               move 0 to ws-item-discount(ws-item-entries)
               move 0 to ws-item-freight(ws-item-entries)
               move 0 to ws-item-cost(ws-item-entries)
               move ws-item-entries to ws-item-match-idx
               set ws-item-found to true
           end-if.
                   to ws-item-discount(ws-item-match-idx)
               add ohl-trans-charge
                   to ws-item-freight(ws-item-match-idx)
               add ohl-std-cost to ws-item-cost(ws-item-match-idx)
           else
               display "ITEM TABLE FULL - " ohl-item-code
                   " NOT ANALYZED"
               move ws-item-idx to ws-item-match-idx
           end-if.

       250-post-class.

           move "N" to ws-class-found-sw.
           perform 260-check-class-entry
               varying ws-class-idx from 1 by 1
               until ws-class-idx > ws-class-entries.

           if not ws-class-found and ws-class-entries < 10
               add 1 to ws-class-entries
               move ohl-trans-class to ws-class-code(ws-class-entries)
               move 0 to ws-class-sales(ws-class-entries)
               move 0 to ws-class-cost(ws-class-entries)
               move ws-class-entries to ws-class-match-idx
               set ws-class-found to true
           end-if.

           if ws-class-found
               add ohl-net-price to ws-class-sales(ws-class-match-idx)
               add ohl-std-cost to ws-class-cost(ws-class-match-idx)
           else
               display "CLASS TABLE FULL - " ohl-trans-class
                   " NOT ANALYZED"
           end-if.

       260-check-class-entry.

           if ws-class-code(ws-class-idx) = ohl-trans-class
               set ws-class-found to true
               move ws-class-idx to ws-class-match-idx
           end-if.

       300-print-one-customer.

           move spaces to dtl-key.
           write print-line from ws-detail-line
               after advancing 1 line.

       510-print-customer-margin.

           move ws-cust-num(ws-cust-idx) to mgl-key.
           move ws-cust-sales(ws-cust-idx) to ws-margin-sales.
           move ws-cust-cost(ws-cust-idx) to ws-margin-cost.
           perform 550-print-margin-line.

       520-print-item-margin.

           move ws-item-code(ws-item-idx) to mgl-key.
           move ws-item-sales(ws-item-idx) to ws-margin-sales.
           move ws-item-cost(ws-item-idx) to ws-margin-cost.
           perform 550-print-margin-line.

       530-print-class-margin.

      *    history from before the class was recorded shows blank
           move spaces to mgl-key.
           move ws-class-code(ws-class-idx) to mgl-key.
           move ws-class-sales(ws-class-idx) to ws-margin-sales.
           move ws-class-cost(ws-class-idx) to ws-margin-cost.
           perform 550-print-margin-line.

       550-print-margin-line.

      *    margin is net sales less standard cost - freight is
      *    passed through and stays out of it
           compute ws-margin-amount = ws-margin-sales - ws-margin-cost.
           if ws-margin-sales > 0
               compute ws-margin-pct rounded =
                   ws-margin-amount * 100 / ws-margin-sales
                   on size error move -999.9 to ws-margin-pct
               end-compute
           else
               move 0 to ws-margin-pct
           end-if.

           move ws-margin-sales to mgl-sales.
           move ws-margin-cost to mgl-cost.
           move ws-margin-amount to mgl-margin.
           move ws-margin-pct to mgl-pct.
           write print-line from ws-margin-line
               after advancing 1 line.

       600-check-contract-margin.

           if ws-ctr-effective(ws-contract-idx)
                   not > ws-today-yyyymmdd
               move "N" to ws-superseded-sw
               perform 610-check-superseded
                   varying ws-contract-cmp-idx from 1 by 1
                   until ws-contract-cmp-idx > ws-contract-count
               if not ws-superseded
                   perform 620-find-current-cost
                   if ws-cost-found
                       and ws-ctr-price(ws-contract-idx)
                           < ws-unit-cost
                       perform 630-list-below-cost
                   end-if
               end-if
           end-if.

       610-check-superseded.

           if ws-ctr-cust(ws-contract-cmp-idx)
                   = ws-ctr-cust(ws-contract-idx)
               and ws-ctr-item(ws-contract-cmp-idx)
                   = ws-ctr-item(ws-contract-idx)
               and ws-ctr-effective(ws-contract-cmp-idx)
                   > ws-ctr-effective(ws-contract-idx)
               and ws-ctr-effective(ws-contract-cmp-idx)
                   not > ws-today-yyyymmdd
               set ws-superseded to true
           end-if.

       620-find-current-cost.

           move "N" to ws-cost-found-sw.
           move 0 to ws-unit-cost.
           move 0 to ws-best-effective.
           perform 625-check-one-cost
               varying ws-cost-idx from 1 by 1
               until ws-cost-idx > ws-cost-count.

       625-check-one-cost.

           if ws-cst-item(ws-cost-idx) = ws-ctr-item(ws-contract-idx)
               and ws-cst-effective(ws-cost-idx)
                   not > ws-today-yyyymmdd
               and ws-cst-effective(ws-cost-idx)
                   not < ws-best-effective
               set ws-cost-found to true
               move ws-cst-effective(ws-cost-idx)
                   to ws-best-effective
               move ws-cst-unit-cost(ws-cost-idx) to ws-unit-cost
           end-if.

       630-list-below-cost.

           add 1 to ws-count-below-cost.
           move ws-ctr-cust(ws-contract-idx) to bcl-cust-num.
           move ws-ctr-item(ws-contract-idx) to bcl-item-code.
           move ws-ctr-effective(ws-contract-idx) to bcl-effective.
           move ws-ctr-price(ws-contract-idx) to bcl-price.
           move ws-unit-cost to bcl-cost.
           compute bcl-short =
               ws-unit-cost - ws-ctr-price(ws-contract-idx).
           write print-line from ws-below-cost-line
               after advancing 1 line.

       end program Lab3SalesAnalysis.
