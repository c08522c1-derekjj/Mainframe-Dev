       identification division.
       program-id. Lab5SalesBridge.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the cumulative order history the Lab3Transportation sales
      *    run writes - STARTed at the bridged month and read to the
      *    month's end, same as the lab3 sales analysis.
           select order-history-file
           assign to "LAB3HIST"
           organization is indexed
           access mode is sequential
           record key is ohl-key
           file status is ws-ordhist-status.

      *    returns never reach the order history - the sales run
      *    keeps every credit memo here instead, and this is what
      *    the bridge reverses returned sales from.
           select credit-memo-file
           assign to "../../../data/lab3CreditMemos.dat"
           organization is line sequential
           file status is ws-cmemo-status.

      *    territory assignment - which salesperson is credited with
      *    a lab3 customer's sales, with an optional split partner
      *    and percentage, from an effective date onward. a
      *    customer may carry several lines - the latest one in
      *    effect on the invoice date is the one that counts.
           select territory-file
           assign to "../../../data/lab3Territory.dat"
           organization is line sequential
           file status is ws-terr-status.

      *    the salesperson master - names, min and max for the
      *    generated sales records, and the roster a territory's
      *    salesperson must be on to be credited.
           select salesperson-master-file
           assign to "../../../data/lab5SmanMast.dat"
                    organization is line sequential
                    file status is ws-smanmast-status.

      *    period to bridge (yyyymm) and a rerun flag - a missing
      *    parameter file bridges the current month.
           select parm-file
           assign to "../../../data/lab5BridgeParm.dat"
                    organization is line sequential
                    file status is ws-parm-status.

      *    one line per period bridged - a second bridge of the same
      *    period would pay the month's commission twice, so it is
      *    refused unless the parameter asks for a rerun.
           select bridge-log-file
           assign to "../../../data/lab5BridgeLog.dat"
                    organization is line sequential
                    file status is ws-bridgelog-status.

      *    the generated branch sales file, in the lab5 sales-rec
      *    layout - lab5 picks it up through its branch list.
           select bridge-sales-file
           assign to "../../../data/lab5Lab3Sales.dat"
                    organization is line sequential
                    file status is ws-bsales-status.

      *    lab5's branch list - the bridge makes sure its own sales
      *    file is on it.
           select branch-list-file
           assign to "../../../data/lab5Branches.dat"
                    organization is line sequential
                    file status is ws-branchlist-status.

      *    invoiced against commissionable, with every difference
      *    accounted for.
           select recon-file
           assign to "../../../data/lab5BridgeRecon.out"
                    organization is line sequential.

       data division.
       file section.

       fd  order-history-file
           record contains 67 characters.

       01  order-history-line.
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
           05 ohl-trans-class           pic x.
           05 ohl-std-cost              pic 9(6)v99.

       fd  credit-memo-file
           data record is credit-memo-line.

       01  credit-memo-line.
           05  cmo-month        pic 9(6).
           05  cmo-invoice-number pic x(4).
           05  cmo-cust-num     pic x(4).
           05  cmo-item-code    pic x(6).
           05  cmo-quantity     pic 9(3).
           05  cmo-credit-net   pic 9(6)v99.
           05  cmo-credit-trans pic 9(6)v99.
           05  cmo-run-date     pic 9(8).

       fd  territory-file
           data record is territory-line.

       01  territory-line.
           05  tl-cust-num      pic x(4).
           05  tl-eff-date      pic 9(8).
           05  tl-sman-num      pic xx.
      *    split partner and the partner's percentage - spaces and
      *    zero when the customer is not split.
           05  tl-split-sman    pic xx.
           05  tl-split-pct     pic 99.
           05  tl-rate          pic 99.
           05  tl-team-code     pic xxx.

       fd  salesperson-master-file
           data record is salesperson-master-rec.

       01  salesperson-master-rec.
           05  sm-sman-num      pic xx.
           05  sm-name          pic x(8).
           05  sm-tier-min      pic 999.
           05  sm-tier-max      pic 9999.

       fd  parm-file
           data record is parm-line.

       01  parm-line.
           05  bpl-period       pic 9(6).
           05  bpl-rerun        pic x.

       fd  bridge-log-file
           data record is bridge-log-line.

       01  bridge-log-line.
           05  bgl-period       pic 9(6).
           05  bgl-run-date     pic 9(8).
           05  bgl-bridged      pic s9(7).

       fd  bridge-sales-file
           data record is sales-rec.

       01  sales-rec.
           05  sr-sman-num     pic xx.
           05  sr-name         pic x(8).
           05  sr-sales        pic 9(4).
           05  sr-rate         pic 99.
           05  sr-min          pic 999.
           05  sr-max          pic 9999.
           05  sr-team-code    pic xxx.
           05  sr-rec-type     pic x.
           05  sr-split-sman   pic xx.
           05  sr-split-pct    pic 99.

       fd  branch-list-file
           data record is branch-list-line.

       01  branch-list-line.
           05  bll-branch-code   pic xxx.
           05  bll-branch-path   pic x(60).

       fd  recon-file
           data record is recon-line.

       01  recon-line           pic x(90).

       working-storage section.

       01 ws-recon-heading.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(34)
               value "lab3 commission sales bridge      ".
           05 filler            pic x(7) value "period ".
           05 rch-period        pic 9(6).
           05 filler            pic x(10) value "  run on  ".
           05 rch-run-date      pic 9(8).

       01 ws-recon-amount-line.
           05 filler            pic x(3) value spaces.
           05 ral-text          pic x(40).
           05 ral-amount        pic $$,$$$,$$9.99-.

       01 ws-recon-group-heading.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(36)
               value "sman name     split  pct rate  team ".
           05 filler            pic x(37)
               value "     invoiced      returned bridged  ".

       01 ws-recon-group-line.
           05 filler            pic x(3) value spaces.
           05 rgl-sman          pic xx.
           05 filler            pic x(3) value spaces.
           05 rgl-name          pic x(8).
           05 filler            pic x(3) value spaces.
           05 rgl-split-sman    pic xx.
           05 filler            pic x(3) value spaces.
           05 rgl-split-pct     pic z9.
           05 filler            pic x(3) value spaces.
           05 rgl-rate          pic z9.
           05 filler            pic x(3) value spaces.
           05 rgl-team          pic xxx.
           05 filler            pic x(2) value spaces.
           05 rgl-invoiced      pic $$,$$$,$$9.99.
           05 filler            pic x value space.
           05 rgl-returned      pic $$,$$$,$$9.99.
           05 filler            pic x value space.
           05 rgl-bridged       pic $$$$,$$9-.

       01 ws-recon-cust-heading.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(40)
               value "not commissionable - customer reason    ".
           05 filler            pic x(27)
               value "     invoiced      returned".

       01 ws-recon-cust-line.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(22) value spaces.
           05 rcl-cust          pic x(4).
           05 filler            pic x(4) value spaces.
           05 rcl-reason        pic x(7).
           05 filler            pic x(3) value spaces.
           05 rcl-invoiced      pic $$,$$$,$$9.99.
           05 filler            pic x value space.
           05 rcl-returned      pic $$,$$$,$$9.99.

       01 ws-recon-message-line.
           05 filler            pic x(3) value spaces.
           05 rml-text          pic x(70).

      *--------------Loop Switch-------------------------------
       01  sw-hist-eof          pic x value 'n'.
       01  sw-cmemo-eof         pic x value 'n'.
       01  sw-terr-eof          pic x value 'n'.
       01  sw-smanmast-eof      pic x value 'n'.
       01  sw-bridgelog-eof     pic x value 'n'.
       01  sw-branchlist-eof    pic x value 'n'.
       01  ws-ordhist-status    pic xx value spaces.
       01  ws-cmemo-status      pic xx value spaces.
       01  ws-terr-status       pic xx value spaces.
       01  ws-smanmast-status   pic xx value spaces.
       01  ws-parm-status       pic xx value spaces.
       01  ws-bridgelog-status  pic xx value spaces.
       01  ws-bsales-status     pic xx value spaces.
       01  ws-branchlist-status pic xx value spaces.

      *--------------Bridge Parameters----------------------------
       01  ws-bridge-period     pic 9(6) value 0.
       01  ws-rerun-sw          pic x value 'N'.
           88 ws-rerun               value 'Y'.
       01  ws-already-bridged-sw pic x value 'N'.
           88 ws-already-bridged     value 'Y'.

       01  ws-today-yyyymmdd    pic 9(8).

      *    the branch code and path lab5 finds this file under.
       01  ws-bridge-branch-code pic xxx value "LB3".
       01  ws-bridge-branch-path pic x(60)
               value "../../../data/lab5Lab3Sales.dat".
       01  ws-branch-listed-sw  pic x value 'N'.
           88 ws-branch-listed       value 'Y'.
       01  ws-branch-count      pic 99 value 0.

      *--------------Territory Table------------------------------
       01 ws-terr-table.
           05 ws-terr-entry occurs 500 times.
               10 ws-terr-cust      pic x(4).
               10 ws-terr-eff       pic 9(8).
               10 ws-terr-sman      pic xx.
               10 ws-terr-split     pic xx.
               10 ws-terr-pct       pic 99.
               10 ws-terr-rate      pic 99.
               10 ws-terr-team      pic xxx.

       01 ws-terr-count         pic 999 value 0.
       01 ws-terr-idx           pic 999 value 0.
       01 ws-terr-match-idx     pic 999 value 0.
       01 ws-terr-best-eff      pic 9(8) value 0.
       01 ws-lookup-cust        pic x(4) value spaces.
       01 ws-lookup-date        pic 9(8) value 0.

      *--------------Salesperson Master---------------------------
       01 ws-sman-table.
           05 ws-sman-entry occurs 500 times.
               10 ws-sman-num       pic xx.
               10 ws-sman-name      pic x(8).
               10 ws-sman-min       pic 999.
               10 ws-sman-max       pic 9999.

       01 ws-sman-count         pic 999 value 0.
       01 ws-sman-idx           pic 999 value 0.
       01 ws-sman-match-idx     pic 999 value 0.
       01 ws-credit-ok-sw       pic x value 'N'.
           88 ws-credit-ok           value 'Y'.
       01 ws-find-sman          pic xx value spaces.

      *--------------Salesperson Group Table-----------------------
      *    one entry per distinct credit arrangement - salesperson,
      *    split partner and percentage, rate and team - so each
      *    becomes its own run of sales-recs.
       01 ws-grp-table.
           05 ws-grp-entry occurs 300 times.
               10 ws-grp-sman       pic xx.
               10 ws-grp-split      pic xx.
               10 ws-grp-pct        pic 99.
               10 ws-grp-rate       pic 99.
               10 ws-grp-team       pic xxx.
               10 ws-grp-invoiced   pic 9(8)v99 value 0.
               10 ws-grp-returned   pic 9(8)v99 value 0.

       01 ws-grp-count          pic 999 value 0.
       01 ws-grp-idx            pic 999 value 0.
       01 ws-grp-match-idx      pic 999 value 0.

      *--------------Not Commissionable Table-----------------------
      *    customers with no territory in effect, and customers
      *    whose territory names a salesperson not on the master.
       01 ws-nc-table.
           05 ws-nc-entry occurs 200 times.
               10 ws-nc-cust        pic x(4).
               10 ws-nc-reason      pic x(7).
               10 ws-nc-invoiced    pic 9(8)v99 value 0.
               10 ws-nc-returned    pic 9(8)v99 value 0.

       01 ws-nc-count           pic 999 value 0.
       01 ws-nc-idx             pic 999 value 0.
       01 ws-nc-match-idx       pic 999 value 0.
       01 ws-nc-reason-wk       pic x(7) value spaces.

      *--------------Posting Work Areas----------------------------
       01 ws-post-amount        pic 9(6)v99 value 0.
       01 ws-post-kind          pic x value 'I'.
           88 ws-post-invoice        value 'I'.
           88 ws-post-return         value 'R'.

       01 ws-grp-dollars        pic 9(7) value 0.
       01 ws-ret-dollars        pic 9(7) value 0.
       01 ws-split-share        pic 9(7) value 0.
       01 ws-prim-share         pic 9(7) value 0.
       01 ws-chunk-left         pic 9(7) value 0.
       01 ws-grp-bridged        pic s9(7) value 0.

      *--------------Reconciliation Totals-------------------------
       01 ws-hist-read          pic 9(6) value 0.
       01 ws-cmemo-read         pic 9(6) value 0.
       01 ws-sales-written      pic 9(6) value 0.
       01 ws-tot-invoiced       pic 9(8)v99 value 0.
       01 ws-tot-freight        pic 9(8)v99 value 0.
       01 ws-tot-billed         pic 9(8)v99 value 0.
       01 ws-tot-unassigned     pic 9(8)v99 value 0.
       01 ws-tot-unknown        pic 9(8)v99 value 0.
       01 ws-tot-commissionable pic 9(8)v99 value 0.
       01 ws-tot-returns        pic 9(8)v99 value 0.
       01 ws-tot-ret-not-rev    pic 9(8)v99 value 0.
       01 ws-tot-ret-reversed   pic 9(8)v99 value 0.
       01 ws-tot-net-comm       pic s9(8)v99 value 0.
       01 ws-tot-bridged        pic s9(8)v99 value 0.
       01 ws-tot-rounding       pic s9(8)v99 value 0.

       procedure division.

           accept ws-today-yyyymmdd from date yyyymmdd.
           move ws-today-yyyymmdd(1:6) to ws-bridge-period.

           perform 050-read-parm.
           perform 055-check-bridge-log.

           if ws-already-bridged and not ws-rerun
               display "Lab5SalesBridge - period " ws-bridge-period
                   " already bridged - rerun flag not set"
               stop run
           end-if.

           open input order-history-file.
           if ws-ordhist-status not = "00"
               display "no order history on file - nothing to bridge"
               stop run
           end-if.

           perform 060-read-territory.
           perform 070-read-salesperson-master.

           open output recon-file.
           move ws-bridge-period to rch-period.
           move ws-today-yyyymmdd to rch-run-date.
           write recon-line from ws-recon-heading.

           if ws-terr-count = 0
               move "no territory assignments on file - nothing is"
                   to rml-text
               write recon-line from ws-recon-message-line
               move "commissionable this period"
                   to rml-text
               write recon-line from ws-recon-message-line
           end-if.

      *    position straight at the period - key order means the
      *    first record past it ends the pass
           move ws-bridge-period to ohl-month.
           move low-values to ohl-invoice-number.
           move 0 to ohl-line-no.
           start order-history-file
               key not < ohl-key
               invalid key move 'y' to sw-hist-eof
           end-start.

           if sw-hist-eof not = 'y'
               read order-history-file
                   at end move 'y' to sw-hist-eof
               end-read
           end-if.
           perform 100-process-history-line until sw-hist-eof = 'y'.

           close order-history-file.

           perform 150-read-credit-memos.

           open output bridge-sales-file.
           perform 500-write-group-sales
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.
           close bridge-sales-file.

           perform 800-print-reconciliation.
           close recon-file.

           perform 900-check-branch-list.
           perform 950-log-bridged-period.

           display "Lab5SalesBridge - period " ws-bridge-period
               " - " ws-sales-written " sales records written".
           stop run.

       050-read-parm.
      *    a missing parameter file just bridges the current month.
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end continue
               end-read
               if ws-parm-status = "00"
                   if bpl-period is numeric and bpl-period > 0
                       move bpl-period to ws-bridge-period
                   end-if
                   if bpl-rerun = 'Y' or bpl-rerun = 'y'
                       set ws-rerun to true
                   end-if
               end-if
               close parm-file
           end-if.

       055-check-bridge-log.

           open input bridge-log-file.
           if ws-bridgelog-status = "00"
               read bridge-log-file
                   at end move 'y' to sw-bridgelog-eof
               end-read
               if ws-bridgelog-status not = "00"
                   move 'y' to sw-bridgelog-eof
               end-if
               perform 056-check-one-log-line
                   until sw-bridgelog-eof = 'y'
               close bridge-log-file
           end-if.

       056-check-one-log-line.

           if bgl-period = ws-bridge-period
               set ws-already-bridged to true
           end-if.

           read bridge-log-file
               at end move 'y' to sw-bridgelog-eof
           end-read.
           if ws-bridgelog-status not = "00"
               move 'y' to sw-bridgelog-eof
           end-if.

       060-read-territory.

      *    a missing territory file leaves every customer unassigned
      *    - the reconciliation shows the whole month as such.
           open input territory-file.
           if ws-terr-status = "00"
               read territory-file
                   at end move 'y' to sw-terr-eof
               end-read
               if ws-terr-status not = "00"
                   move 'y' to sw-terr-eof
               end-if
               perform 065-load-one-territory
                   until sw-terr-eof = 'y'
                       or ws-terr-count = 500
               close territory-file
           end-if.

       065-load-one-territory.

           if tl-eff-date is numeric
               and tl-sman-num not = spaces
               add 1 to ws-terr-count
               move tl-cust-num to ws-terr-cust(ws-terr-count)
               move tl-eff-date to ws-terr-eff(ws-terr-count)
               move tl-sman-num to ws-terr-sman(ws-terr-count)
               if tl-split-sman not = spaces
                   and tl-split-pct is numeric
                   and tl-split-pct > 0
                   move tl-split-sman to ws-terr-split(ws-terr-count)
                   move tl-split-pct to ws-terr-pct(ws-terr-count)
               else
                   move spaces to ws-terr-split(ws-terr-count)
                   move 0 to ws-terr-pct(ws-terr-count)
               end-if
               if tl-rate is numeric
                   move tl-rate to ws-terr-rate(ws-terr-count)
               else
                   move 0 to ws-terr-rate(ws-terr-count)
               end-if
               move tl-team-code to ws-terr-team(ws-terr-count)
           else
               display "Lab5SalesBridge - territory line for "
                   tl-cust-num " skipped - bad date or salesperson"
           end-if.

           read territory-file
               at end move 'y' to sw-terr-eof
           end-read.
           if ws-terr-status not = "00"
               move 'y' to sw-terr-eof
           end-if.

       070-read-salesperson-master.

      *    a missing master leaves every salesperson unknown - their
      *    customers show on the reconciliation as not credited.
           open input salesperson-master-file.
           if ws-smanmast-status = "00"
               read salesperson-master-file
                   at end move 'y' to sw-smanmast-eof
               end-read
               if ws-smanmast-status not = "00"
                   move 'y' to sw-smanmast-eof
               end-if
               perform 075-load-one-salesperson
                   until sw-smanmast-eof = 'y'
                       or ws-sman-count = 500
               close salesperson-master-file
           end-if.

       075-load-one-salesperson.

           add 1 to ws-sman-count.
           move sm-sman-num to ws-sman-num(ws-sman-count).
           move sm-name to ws-sman-name(ws-sman-count).
           move sm-tier-min to ws-sman-min(ws-sman-count).
           move sm-tier-max to ws-sman-max(ws-sman-count).

           read salesperson-master-file
               at end move 'y' to sw-smanmast-eof
           end-read.
           if ws-smanmast-status not = "00"
               move 'y' to sw-smanmast-eof
           end-if.

       100-process-history-line.

           if ohl-month > ws-bridge-period
               move 'y' to sw-hist-eof
           else
               add 1 to ws-hist-read
               add ohl-net-price to ws-tot-invoiced
               add ohl-trans-charge to ws-tot-freight

               move ohl-cust-num to ws-lookup-cust
               move ohl-run-date to ws-lookup-date
               move ohl-net-price to ws-post-amount
               set ws-post-invoice to true
               perform 200-post-one-amount

               read order-history-file
                   at end move 'y' to sw-hist-eof
               end-read
           end-if.

       150-read-credit-memos.

      *    a missing memo file just means no returns to reverse.
           open input credit-memo-file.
           if ws-cmemo-status = "00"
               read credit-memo-file
                   at end move 'y' to sw-cmemo-eof
               end-read
               if ws-cmemo-status not = "00"
                   move 'y' to sw-cmemo-eof
               end-if
               perform 155-process-one-memo
                   until sw-cmemo-eof = 'y'
               close credit-memo-file
           end-if.

       155-process-one-memo.

           if cmo-month = ws-bridge-period
               add 1 to ws-cmemo-read
               add cmo-credit-net to ws-tot-returns

      *        the memo carries its own date - the territory in
      *        effect then takes the reversal
               move cmo-cust-num to ws-lookup-cust
               move cmo-run-date to ws-lookup-date
               move cmo-credit-net to ws-post-amount
               set ws-post-return to true
               perform 200-post-one-amount
           end-if.

           read credit-memo-file
               at end move 'y' to sw-cmemo-eof
           end-read.
           if ws-cmemo-status not = "00"
               move 'y' to sw-cmemo-eof
           end-if.

       200-post-one-amount.

           perform 210-find-territory.

           if ws-terr-match-idx = 0
               move "no terr" to ws-nc-reason-wk
               perform 300-post-not-commissionable
           else
      *        both sides of a split must be on the roster
               move 'Y' to ws-credit-ok-sw
               move ws-terr-sman(ws-terr-match-idx) to ws-find-sman
               perform 220-find-salesperson
               if ws-sman-match-idx = 0
                   move 'N' to ws-credit-ok-sw
               end-if
               if ws-terr-split(ws-terr-match-idx) not = spaces
                   move ws-terr-split(ws-terr-match-idx)
                       to ws-find-sman
                   perform 220-find-salesperson
                   if ws-sman-match-idx = 0
                       move 'N' to ws-credit-ok-sw
                   end-if
               end-if
               if ws-credit-ok
                   perform 250-post-group
               else
                   move "no sman" to ws-nc-reason-wk
                   perform 300-post-not-commissionable
               end-if
           end-if.

       210-find-territory.

      *    the latest assignment in effect on the date wins
           move 0 to ws-terr-match-idx.
           move 0 to ws-terr-best-eff.
           perform 215-check-territory-entry
               varying ws-terr-idx from 1 by 1
               until ws-terr-idx > ws-terr-count.

       215-check-territory-entry.

           if ws-terr-cust(ws-terr-idx) = ws-lookup-cust
               and ws-terr-eff(ws-terr-idx) not > ws-lookup-date
               and ws-terr-eff(ws-terr-idx) not < ws-terr-best-eff
               move ws-terr-idx to ws-terr-match-idx
               move ws-terr-eff(ws-terr-idx) to ws-terr-best-eff
           end-if.

       220-find-salesperson.

           move 0 to ws-sman-match-idx.
           perform 225-check-salesperson-entry
               varying ws-sman-idx from 1 by 1
               until ws-sman-idx > ws-sman-count.

       225-check-salesperson-entry.

           if ws-sman-num(ws-sman-idx) = ws-find-sman
               move ws-sman-idx to ws-sman-match-idx
           end-if.

       250-post-group.

           move 0 to ws-grp-match-idx.
           perform 255-check-group-entry
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.

           if ws-grp-match-idx = 0 and ws-grp-count < 300
               add 1 to ws-grp-count
               move ws-grp-count to ws-grp-match-idx
               move ws-terr-sman(ws-terr-match-idx)
                   to ws-grp-sman(ws-grp-count)
               move ws-terr-split(ws-terr-match-idx)
                   to ws-grp-split(ws-grp-count)
               move ws-terr-pct(ws-terr-match-idx)
                   to ws-grp-pct(ws-grp-count)
               move ws-terr-rate(ws-terr-match-idx)
                   to ws-grp-rate(ws-grp-count)
               move ws-terr-team(ws-terr-match-idx)
                   to ws-grp-team(ws-grp-count)
           end-if.

           if ws-grp-match-idx = 0
               display "Lab5SalesBridge - group table full - "
                   ws-lookup-cust " not credited"
               move "table" to ws-nc-reason-wk
               perform 300-post-not-commissionable
           else
               if ws-post-return
                   add ws-post-amount
                       to ws-grp-returned(ws-grp-match-idx)
                   add ws-post-amount to ws-tot-ret-reversed
               else
                   add ws-post-amount
                       to ws-grp-invoiced(ws-grp-match-idx)
                   add ws-post-amount to ws-tot-commissionable
               end-if
           end-if.

       255-check-group-entry.

           if ws-grp-sman(ws-grp-idx) = ws-terr-sman(ws-terr-match-idx)
               and ws-grp-split(ws-grp-idx)
                   = ws-terr-split(ws-terr-match-idx)
               and ws-grp-pct(ws-grp-idx)
                   = ws-terr-pct(ws-terr-match-idx)
               and ws-grp-rate(ws-grp-idx)
                   = ws-terr-rate(ws-terr-match-idx)
               and ws-grp-team(ws-grp-idx)
                   = ws-terr-team(ws-terr-match-idx)
               move ws-grp-idx to ws-grp-match-idx
           end-if.

       300-post-not-commissionable.

           if ws-post-return
               add ws-post-amount to ws-tot-ret-not-rev
           else
               if ws-nc-reason-wk = "no terr"
                   add ws-post-amount to ws-tot-unassigned
               else
                   add ws-post-amount to ws-tot-unknown
               end-if
           end-if.

           move 0 to ws-nc-match-idx.
           perform 305-check-nc-entry
               varying ws-nc-idx from 1 by 1
               until ws-nc-idx > ws-nc-count.

           if ws-nc-match-idx = 0 and ws-nc-count < 200
               add 1 to ws-nc-count
               move ws-nc-count to ws-nc-match-idx
               move ws-lookup-cust to ws-nc-cust(ws-nc-count)
               move ws-nc-reason-wk to ws-nc-reason(ws-nc-count)
           end-if.

           if ws-nc-match-idx > 0
               if ws-post-return
                   add ws-post-amount
                       to ws-nc-returned(ws-nc-match-idx)
               else
                   add ws-post-amount
                       to ws-nc-invoiced(ws-nc-match-idx)
               end-if
           end-if.

       305-check-nc-entry.

           if ws-nc-cust(ws-nc-idx) = ws-lookup-cust
               and ws-nc-reason(ws-nc-idx) = ws-nc-reason-wk
               move ws-nc-idx to ws-nc-match-idx
           end-if.

       500-write-group-sales.

      *    lab5 pays on whole dollars - each arrangement's month is
      *    rounded once, then cut into as many sales-recs as the
      *    four-digit sales field needs.
           compute ws-grp-dollars rounded =
               ws-grp-invoiced(ws-grp-idx).
           compute ws-ret-dollars rounded =
               ws-grp-returned(ws-grp-idx).
           compute ws-grp-bridged = ws-grp-dollars - ws-ret-dollars.
           add ws-grp-bridged to ws-tot-bridged.

           move ws-grp-sman(ws-grp-idx) to ws-find-sman.
           perform 220-find-salesperson.

           move spaces to sales-rec.
           move ws-grp-sman(ws-grp-idx) to sr-sman-num.
           move ws-sman-name(ws-sman-match-idx) to sr-name.
           move ws-grp-rate(ws-grp-idx) to sr-rate.
           move ws-sman-min(ws-sman-match-idx) to sr-min.
           move ws-sman-max(ws-sman-match-idx) to sr-max.
           move ws-grp-team(ws-grp-idx) to sr-team-code.

      *    the sales - a split customer goes out as 'S' records and
      *    lab5 divides them
           if ws-grp-split(ws-grp-idx) not = spaces
               move 'S' to sr-rec-type
               move ws-grp-split(ws-grp-idx) to sr-split-sman
               move ws-grp-pct(ws-grp-idx) to sr-split-pct
           else
               move space to sr-rec-type
               move spaces to sr-split-sman
               move 0 to sr-split-pct
           end-if.
           move ws-grp-dollars to ws-chunk-left.
           perform 520-write-one-chunk until ws-chunk-left = 0.

      *    the returns - lab5 has no split reversal, so each side
      *    takes its own 'R' records in the proportion lab5 would
      *    have split the sale
           move 'R' to sr-rec-type.
           move spaces to sr-split-sman.
           move 0 to sr-split-pct.
           if ws-grp-split(ws-grp-idx) not = spaces
               compute ws-split-share rounded =
                   ws-ret-dollars * ws-grp-pct(ws-grp-idx) / 100
               compute ws-prim-share =
                   ws-ret-dollars - ws-split-share
           else
               move 0 to ws-split-share
               move ws-ret-dollars to ws-prim-share
           end-if.
           move ws-prim-share to ws-chunk-left.
           perform 520-write-one-chunk until ws-chunk-left = 0.

           if ws-split-share > 0
               move ws-grp-split(ws-grp-idx) to ws-find-sman
               perform 220-find-salesperson
               move ws-grp-split(ws-grp-idx) to sr-sman-num
               move ws-sman-name(ws-sman-match-idx) to sr-name
               move ws-sman-min(ws-sman-match-idx) to sr-min
               move ws-sman-max(ws-sman-match-idx) to sr-max
               move ws-split-share to ws-chunk-left
               perform 520-write-one-chunk until ws-chunk-left = 0
           end-if.

       520-write-one-chunk.

           if ws-chunk-left > 9999
               move 9999 to sr-sales
           else
               move ws-chunk-left to sr-sales
           end-if.
           subtract sr-sales from ws-chunk-left.
           write sales-rec.
           add 1 to ws-sales-written.

       800-print-reconciliation.

           compute ws-tot-billed = ws-tot-invoiced + ws-tot-freight.
           compute ws-tot-net-comm =
               ws-tot-commissionable - ws-tot-ret-reversed.
           compute ws-tot-rounding =
               ws-tot-bridged - ws-tot-net-comm.

           move spaces to recon-line.
           write recon-line.
           move "invoiced sales, net of discount" to ral-text.
           move ws-tot-invoiced to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "freight billed - not commissionable" to ral-text.
           move ws-tot-freight to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "total billed" to ral-text.
           move ws-tot-billed to ral-amount.
           write recon-line from ws-recon-amount-line.

           move spaces to recon-line.
           write recon-line.
           move "invoiced sales" to ral-text.
           move ws-tot-invoiced to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "less customers with no territory" to ral-text.
           move ws-tot-unassigned to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "less salesperson not on master" to ral-text.
           move ws-tot-unknown to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "commissionable sales" to ral-text.
           move ws-tot-commissionable to ral-amount.
           write recon-line from ws-recon-amount-line.

           move spaces to recon-line.
           write recon-line.
           move "returns credit memos" to ral-text.
           move ws-tot-returns to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "less returns not commissionable" to ral-text.
           move ws-tot-ret-not-rev to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "returns reversed" to ral-text.
           move ws-tot-ret-reversed to ral-amount.
           write recon-line from ws-recon-amount-line.

           move spaces to recon-line.
           write recon-line.
           move "net commissionable sales" to ral-text.
           move ws-tot-net-comm to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "bridged to lab5, whole dollars" to ral-text.
           move ws-tot-bridged to ral-amount.
           write recon-line from ws-recon-amount-line.
           move "rounding to whole dollars" to ral-text.
           move ws-tot-rounding to ral-amount.
           write recon-line from ws-recon-amount-line.

           move spaces to recon-line.
           write recon-line.
           write recon-line from ws-recon-group-heading.
           perform 810-print-one-group
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.

           if ws-nc-count > 0
               move spaces to recon-line
               write recon-line
               write recon-line from ws-recon-cust-heading
               perform 820-print-one-nc
                   varying ws-nc-idx from 1 by 1
                   until ws-nc-idx > ws-nc-count
           end-if.

       810-print-one-group.

           move ws-grp-sman(ws-grp-idx) to ws-find-sman.
           perform 220-find-salesperson.

           move ws-grp-sman(ws-grp-idx) to rgl-sman.
           move ws-sman-name(ws-sman-match-idx) to rgl-name.
           move ws-grp-split(ws-grp-idx) to rgl-split-sman.
           move ws-grp-pct(ws-grp-idx) to rgl-split-pct.
           move ws-grp-rate(ws-grp-idx) to rgl-rate.
           move ws-grp-team(ws-grp-idx) to rgl-team.
           move ws-grp-invoiced(ws-grp-idx) to rgl-invoiced.
           move ws-grp-returned(ws-grp-idx) to rgl-returned.
           compute ws-grp-dollars rounded =
               ws-grp-invoiced(ws-grp-idx).
           compute ws-ret-dollars rounded =
               ws-grp-returned(ws-grp-idx).
           compute rgl-bridged = ws-grp-dollars - ws-ret-dollars.
           write recon-line from ws-recon-group-line.

       820-print-one-nc.

           move ws-nc-cust(ws-nc-idx) to rcl-cust.
           move ws-nc-reason(ws-nc-idx) to rcl-reason.
           move ws-nc-invoiced(ws-nc-idx) to rcl-invoiced.
           move ws-nc-returned(ws-nc-idx) to rcl-returned.
           write recon-line from ws-recon-cust-line.

       900-check-branch-list.

      *    lab5 only reads what its branch list names. a missing list
      *    means lab5 runs lab5.dat alone - the new list carries that
      *    entry forward alongside this one.
           open input branch-list-file.
           if ws-branchlist-status = "00"
               read branch-list-file
                   at end move 'y' to sw-branchlist-eof
               end-read
               if ws-branchlist-status not = "00"
                   move 'y' to sw-branchlist-eof
               end-if
               perform 905-check-one-branch
                   until sw-branchlist-eof = 'y'
               close branch-list-file
               if not ws-branch-listed
                   if ws-branch-count < 20
                       open extend branch-list-file
                       perform 910-write-bridge-branch
                       close branch-list-file
                   else
                       display "Lab5SalesBridge - branch list full - "
                           "add " ws-bridge-branch-code " by hand"
                   end-if
               end-if
           else
               open output branch-list-file
               move spaces to branch-list-line
               move "../../../data/lab5.dat" to bll-branch-path
               write branch-list-line
               perform 910-write-bridge-branch
               close branch-list-file
           end-if.

       905-check-one-branch.

           add 1 to ws-branch-count.
           if bll-branch-code = ws-bridge-branch-code
               set ws-branch-listed to true
           end-if.

           read branch-list-file
               at end move 'y' to sw-branchlist-eof
           end-read.
           if ws-branchlist-status not = "00"
               move 'y' to sw-branchlist-eof
           end-if.

       910-write-bridge-branch.

           move ws-bridge-branch-code to bll-branch-code.
           move ws-bridge-branch-path to bll-branch-path.
           write branch-list-line.

       950-log-bridged-period.

           open extend bridge-log-file.
           if ws-bridgelog-status not = "00"
               and ws-bridgelog-status not = "05"
               open output bridge-log-file
           end-if.
           move ws-bridge-period to bgl-period.
           move ws-today-yyyymmdd to bgl-run-date.
           move ws-tot-bridged to bgl-bridged.
           write bridge-log-line.
           close bridge-log-file.

       end program Lab5SalesBridge.
