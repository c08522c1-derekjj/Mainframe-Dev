       identification division.
       program-id. Lab3HistCost.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    one-time re-layout of the indexed order history to carry
      *    each line's transportation class and standard cost.
      *    operations renames LAB3HIST to LAB3HOLD before the run;
      *    every old line is copied across under its own key with
      *    the class from today's customer master and the standard
      *    cost in force on the line's run date. LAB3HOLD stays
      *    behind as the before-image until operations retires it.

       environment division.
       input-output section.
       file-control.

           select old-history-file
           assign to "LAB3HOLD"
           organization is indexed
           access mode is sequential
           record key is ohl-key
           file status is ws-old-status.

           select new-history-file
           assign to "LAB3HIST"
           organization is indexed
           access mode is random
           record key is nhl-key
           file status is ws-new-status.

           select customer-master-file
           assign to "../../../data/lab3CustMast.dat"
           organization is line sequential
           file status is ws-custmast-status.

           select item-cost-file
           assign to "../../../data/lab3ItemCost.dat"
           organization is line sequential
           file status is ws-itemcost-status.

       data division.
       file section.

       fd  old-history-file
           record contains 58 characters.

       01  old-history-line.
           05 ohl-key.
               10 ohl-month             pic 9(6).
               10 ohl-invoice-number    pic x(4).
               10 ohl-line-no           pic 9(3).
           05 ohl-cust-num              pic x(4).
           05 ohl-item-code             pic x(6).
           05 ohl-quantity              pic 9(3).
           05 ohl-net-price             pic 9(6)v99.
           05 ohl-discount              pic 9(6)v99.
           05 ohl-trans-charge          pic 9(6)v99.
           05 ohl-run-date              pic 9(8).

       fd  new-history-file
           record contains 67 characters.

       01  new-history-line.
           05 nhl-key.
               10 nhl-month             pic 9(6).
               10 nhl-invoice-number    pic x(4).
               10 nhl-line-no           pic 9(3).
           05 nhl-cust-num              pic x(4).
           05 nhl-item-code             pic x(6).
           05 nhl-quantity              pic 9(3).
           05 nhl-net-price             pic 9(6)v99.
           05 nhl-discount              pic 9(6)v99.
           05 nhl-trans-charge          pic 9(6)v99.
           05 nhl-run-date              pic 9(8).
           05 nhl-trans-class           pic x.
           05 nhl-std-cost              pic 9(6)v99.

       fd  customer-master-file
           data record is customer-master-line.

       01  customer-master-line.
           05 cml-cust-num              pic x(4).
           05 cml-trans-class           pic x.
           05 cml-acct-code             pic x(3).
           05 cml-tax-juris             pic x(2).
           05 cml-carrier               pic x(3).

       fd  item-cost-file
           data record is item-cost-line.

       01  item-cost-line.
           05 ucl-item-code             pic x(6).
           05 ucl-effective             pic 9(8).
           05 ucl-unit-cost             pic 9(4)v99.

       working-storage section.

       01 ws-old-status              pic xx value spaces.
       01 ws-new-status              pic xx value spaces.
       01 ws-custmast-status         pic xx value spaces.
       01 ws-itemcost-status         pic xx value spaces.
       01 sw-old-eof                 pic x value "n".
       01 sw-custmast-eof            pic x value "n".
       01 sw-itemcost-eof            pic x value "n".

       01 ws-cust-table.
           05 ws-cust-entry occurs 200 times.
               10 ws-cust-num        pic x(4).
               10 ws-cust-class      pic x.
       01 ws-cust-count              pic 999 value 0.
       01 ws-cust-idx                pic 999 value 0.

       01 ws-cost-table.
           05 ws-cost-entry occurs 300 times.
               10 ws-cst-item        pic x(6).
               10 ws-cst-effective   pic 9(8).
               10 ws-cst-unit-cost   pic 9(4)v99.
       01 ws-cost-count              pic 999 value 0.
       01 ws-cost-idx                pic 999 value 0.

       01 ws-unit-cost               pic 9(4)v99 value 0.
       01 ws-best-effective          pic 9(8) value 0.
       01 ws-cost-found-sw           pic x value "N".
           88 ws-cost-found               value "Y".

       01 ws-count-read              pic 9(7) value 0.
       01 ws-count-written           pic 9(7) value 0.
       01 ws-count-dropped           pic 9(7) value 0.
       01 ws-count-uncosted          pic 9(7) value 0.

       procedure division.

           open input old-history-file.
           if ws-old-status not = "00"
               display "no LAB3HOLD history on file - "
                   "nothing to convert"
               stop run
           end-if.

           open i-o new-history-file.
           if ws-new-status = "35"
               open output new-history-file
               close new-history-file
               open i-o new-history-file
           end-if.
           if ws-new-status not = "00"
               display "LAB3HIST open failed - status " ws-new-status
               close old-history-file
               stop run
           end-if.

           perform 050-read-customer-master.
           perform 060-read-item-costs.

           read old-history-file at end move "y" to sw-old-eof.
           perform 100-convert-one-line until sw-old-eof = "y".

           close old-history-file, new-history-file.

           display "history lines read:     " ws-count-read.
           display "history lines written:  " ws-count-written.
           display "history lines dropped:  " ws-count-dropped.
           display "lines with no cost:     " ws-count-uncosted.

           stop run.

       050-read-customer-master.

           open input customer-master-file.
           if ws-custmast-status = "00"
               read customer-master-file
                   at end move "y" to sw-custmast-eof
               end-read
               if ws-custmast-status not = "00"
                   move "y" to sw-custmast-eof
               end-if
               perform 055-load-one-customer
                   until sw-custmast-eof = "y"
                       or ws-cust-count = 200
               close customer-master-file
           end-if.

       055-load-one-customer.

           add 1 to ws-cust-count.
           move cml-cust-num to ws-cust-num(ws-cust-count).
           move cml-trans-class to ws-cust-class(ws-cust-count).

           read customer-master-file
               at end move "y" to sw-custmast-eof
           end-read.
           if ws-custmast-status not = "00"
               move "y" to sw-custmast-eof
           end-if.

       060-read-item-costs.

           open input item-cost-file.
           if ws-itemcost-status = "00"
               read item-cost-file
                   at end move "y" to sw-itemcost-eof
               end-read
               if ws-itemcost-status not = "00"
                   move "y" to sw-itemcost-eof
               end-if
               perform 065-load-one-cost
                   until sw-itemcost-eof = "y"
                       or ws-cost-count = 300
               close item-cost-file
           end-if.

       065-load-one-cost.

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

       100-convert-one-line.

           add 1 to ws-count-read.

           move ohl-key to nhl-key.
           move ohl-cust-num to nhl-cust-num.
           move ohl-item-code to nhl-item-code.
           move ohl-quantity to nhl-quantity.
           move ohl-net-price to nhl-net-price.
           move ohl-discount to nhl-discount.
           move ohl-trans-charge to nhl-trans-charge.
           move ohl-run-date to nhl-run-date.

           move space to nhl-trans-class.
           perform 110-check-customer
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count.

      *    old lines only kept the quantity ordered, so a line that
      *    shipped short is costed on the full order
           move "N" to ws-cost-found-sw.
           move 0 to ws-unit-cost.
           move 0 to ws-best-effective.
           perform 120-check-cost
               varying ws-cost-idx from 1 by 1
               until ws-cost-idx > ws-cost-count.
           if not ws-cost-found
               add 1 to ws-count-uncosted
           end-if.
           compute nhl-std-cost = ws-unit-cost * ohl-quantity.

           write new-history-line
               invalid key continue
           end-write.
           if ws-new-status = "00"
               add 1 to ws-count-written
           else
               add 1 to ws-count-dropped
               display "line not converted - invoice "
                   ohl-invoice-number " status " ws-new-status
           end-if.

           read old-history-file at end move "y" to sw-old-eof.

       110-check-customer.

           if ws-cust-num(ws-cust-idx) = ohl-cust-num
               move ws-cust-class(ws-cust-idx) to nhl-trans-class
           end-if.

       120-check-cost.

           if ws-cst-item(ws-cost-idx) = ohl-item-code
               and ws-cst-effective(ws-cost-idx)
                   not > ohl-run-date
               and ws-cst-effective(ws-cost-idx)
                   not < ws-best-effective
               set ws-cost-found to true
               move ws-cst-effective(ws-cost-idx)
                   to ws-best-effective
               move ws-cst-unit-cost(ws-cost-idx) to ws-unit-cost
           end-if.

       end program Lab3HistCost.
