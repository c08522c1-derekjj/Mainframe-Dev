           assign to "../../../data/lab5PayReg.out"
                    organization is line sequential.

      *    sales contests and the running standings lab5 keeps -
      *    a contest ending inside the closing period is settled
      *    onto the payment extract as 'C' records.
           select contest-file
           assign to "../../../data/lab5Contests.dat"
                    organization is line sequential
                    file status is ws-contest-status.

           select contest-standing-file
           assign to "../../../data/lab5ContestStand.dat"
                    organization is line sequential
                    file status is ws-cstand-status.

      *    contest results register - every entrant of each settled
      *    contest, in finishing order, with what they won.
           select contest-register-file
           assign to "../../../data/lab5ContestReg.out"
                    organization is line sequential.

      *    business-day calendar - one record per calendar date with
      *    weekends and holidays flagged non-business and month-end /
      *    period-end cycle dates flagged.  the close fires itself
           05  pel-net-payable  pic s9(6)v99.
           05  pel-hold-flag    pic x.
           05  pel-period       pic 9(6).
      *    'C' contest payout records carry the contest they settle
           05  pel-contest-id   pic x(4).
       01  pay-extract-trailer redefines pay-extract-line.
           05  pet-rec-type     pic x.
           05  pet-record-count pic 9(5).

       01  pay-register-line    pic x(80).

       fd  contest-file
           data record is contest-def-line.

       01  contest-def-line.
           05  cdl-rec-type     pic x.
               88 cdl-contest-rec     value 'C'.
           05  cdl-contest-id   pic x(4).
           05  cdl-description  pic x(20).
           05  cdl-start-date   pic 9(8).
           05  cdl-end-date     pic 9(8).
           05  cdl-measure      pic x.
           05  cdl-threshold    pic 9(6).
           05  cdl-payout-rule  pic x.
           05  cdl-payout-amount pic 9(5)v99.
           05  cdl-payout-pct   pic 99v99.

       fd  contest-standing-file
           data record is contest-standing-line.

       01  contest-standing-line.
           05  csl-contest-id   pic x(4).
           05  csl-sman-num     pic xx.
           05  csl-sales        pic s9(7).

       fd  contest-register-file
           data record is contest-register-line.

       01  contest-register-line pic x(90).

       fd  business-cal-file
           data record is business-cal-line.

           05 filler            pic x value space.
           05 prt-hash          pic $$,$$$,$$9.99-.

      *--------------Contest Settlement----------------------------
       01 ws-contest-table.
           05 ws-con-entry occurs 20 times.
               10 ws-con-id         pic x(4).
               10 ws-con-desc       pic x(20).
               10 ws-con-start      pic 9(8).
               10 ws-con-end        pic 9(8).
               10 ws-con-measure    pic x.
               10 ws-con-threshold  pic 9(6).
               10 ws-con-rule       pic x.
               10 ws-con-amount     pic 9(5)v99.
               10 ws-con-pct        pic 99v99.
               10 ws-con-months     pic 99.

       01 ws-con-count          pic 99 value 0.
       01 ws-con-idx            pic 99 value 0.
       01 ws-contest-status     pic xx value spaces.
       01 sw-contest-eof        pic x value 'n'.
       01 ws-con-date-work      pic 9(8) value 0.
       01 ws-con-date-parts redefines ws-con-date-work.
           05 ws-con-yyyy       pic 9(4).
           05 ws-con-mm         pic 99.
           05 ws-con-dd         pic 99.
       01 ws-con-start-months   pic 9(6) value 0.

       01 ws-cstand-table.
           05 ws-cst-entry occurs 500 times.
               10 ws-cst-id         pic x(4).
               10 ws-cst-sman       pic xx.
               10 ws-cst-sales      pic s9(7).
               10 ws-cst-done-sw    pic x.

       01 ws-cst-count          pic 999 value 0.
       01 ws-cst-scan-idx       pic 999 value 0.
       01 ws-cst-best-idx       pic 999 value 0.
       01 ws-cstand-status      pic xx value spaces.
       01 sw-cstand-eof         pic x value 'n'.

       01 ws-cst-place          pic 999 value 0.
       01 ws-cst-att-pct        pic 9(4)v9 value 0.
       01 ws-cst-payout         pic s9(6)v99 value 0.
       01 ws-cst-qualify-sw     pic x value 'N'.
           88 ws-cst-qualifies       value 'Y'.
       01 ws-con-settled-count  pic 99 value 0.
       01 ws-con-paid-total     pic s9(8)v99 value 0.
       01 ws-con-grand-total    pic s9(8)v99 value 0.

       01 ws-conreg-heading.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(24)
               value "contest results register".
           05 filler            pic x(2) value spaces.
           05 crh-period        pic 9(6).

       01 ws-conreg-contest.
           05 filler            pic x(3) value spaces.
           05 crc-id            pic x(4).
           05 filler            pic x(2) value spaces.
           05 crc-desc          pic x(20).
           05 filler            pic x(2) value spaces.
           05 crc-start         pic 9(8).
           05 filler            pic x(3) value " - ".
           05 crc-end           pic 9(8).
           05 filler            pic x(2) value spaces.
           05 crc-rule          pic x(30).

       01 ws-conreg-detail.
           05 filler            pic x(5) value spaces.
           05 crd-place         pic zz9.
           05 filler            pic x(2) value spaces.
           05 crd-sman          pic xx.
           05 filler            pic x(2) value spaces.
           05 crd-name          pic x(8).
           05 filler            pic x(2) value spaces.
           05 crd-sales         pic zzzzzz9-.
           05 filler            pic x(2) value spaces.
           05 crd-att           pic zzz9.9 blank when zero.
           05 crd-pct-sign      pic x.
           05 filler            pic x(2) value spaces.
           05 crd-payout        pic $$$,$$9.99-.
           05 filler            pic x(2) value spaces.
           05 crd-note          pic x(9).

       01 ws-conreg-total-line.
           05 filler            pic x(5) value spaces.
           05 crt-label         pic x(16).
           05 crt-paid          pic $$,$$$,$$9.99-.

       01 ws-conreg-none-line.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(36)
               value "no contests end in the period closed".

      *--------------Year Activity Accumulation---------------------
      *    the register ties the archived ytd total back to the sum
      *    of every period's activity inside the closing year.
           perform 074-read-period-sales.
           perform 076-read-salesperson-master.
           perform 078-read-pay-holds.
           perform 066-read-contests.

           open output register-file.

               close archive-file
           end-if.

      *    contest payouts ride the same extract and trailer but are
      *    never posted to ytd - the next close would pay them twice
           perform 200-settle-contests.

      *    trailer carries the count and hash so the payment system
      *    can prove completeness
           move spaces to pay-extract-line.
               move 'y' to sw-payhold-eof
           end-if.

       066-read-contests.

      *    no contest file, or no standings, settles nothing
           open input contest-file.
           if ws-contest-status = "00"
               read contest-file
                   at end move 'y' to sw-contest-eof
               end-read
               if ws-contest-status not = "00"
                   move 'y' to sw-contest-eof
               end-if
               perform 067-load-one-contest
                   until sw-contest-eof = 'y'
               close contest-file
           end-if.

           open input contest-standing-file.
           if ws-cstand-status = "00"
               read contest-standing-file
                   at end move 'y' to sw-cstand-eof
               end-read
               if ws-cstand-status not = "00"
                   move 'y' to sw-cstand-eof
               end-if
               perform 069-load-one-standing
                   until sw-cstand-eof = 'y'
                       or ws-cst-count = 500
               close contest-standing-file
           end-if.

       067-load-one-contest.

      *    eligibility lines only matter while the contest runs -
      *    the standings already hold just the eligible
           if cdl-contest-rec and ws-con-count < 20
               add 1 to ws-con-count
               move cdl-contest-id to ws-con-id(ws-con-count)
               move cdl-description to ws-con-desc(ws-con-count)
               move cdl-start-date to ws-con-start(ws-con-count)
               move cdl-end-date to ws-con-end(ws-con-count)
               move cdl-measure to ws-con-measure(ws-con-count)
               move cdl-threshold to ws-con-threshold(ws-con-count)
               move cdl-payout-rule to ws-con-rule(ws-con-count)
               move cdl-payout-amount to ws-con-amount(ws-con-count)
               move cdl-payout-pct to ws-con-pct(ws-con-count)
               move cdl-start-date to ws-con-date-work
               compute ws-con-start-months =
                   ws-con-yyyy * 12 + ws-con-mm
               move cdl-end-date to ws-con-date-work
               compute ws-con-months(ws-con-count) =
                   ws-con-yyyy * 12 + ws-con-mm
                   - ws-con-start-months + 1
                   on size error
                       move 1 to ws-con-months(ws-con-count)
               end-compute
           end-if.

           read contest-file
               at end move 'y' to sw-contest-eof
           end-read.
           if ws-contest-status not = "00"
               move 'y' to sw-contest-eof
           end-if.

       069-load-one-standing.

           add 1 to ws-cst-count.
           move csl-contest-id to ws-cst-id(ws-cst-count).
           move csl-sman-num to ws-cst-sman(ws-cst-count).
           move csl-sales to ws-cst-sales(ws-cst-count).
           move 'N' to ws-cst-done-sw(ws-cst-count).

           read contest-standing-file
               at end move 'y' to sw-cstand-eof
           end-read.
           if ws-cstand-status not = "00"
               move 'y' to sw-cstand-eof
           end-if.

       090-compute-attainment.

      *    the closing period's sales against the plan - no quota
               set ws-pay-held to true
           end-if.

       200-settle-contests.

           open output contest-register-file.
           move ws-close-period to crh-period.
           write contest-register-line from ws-conreg-heading.

           perform 210-settle-one-contest
               varying ws-con-idx from 1 by 1
               until ws-con-idx > ws-con-count.

           if ws-con-settled-count = 0
               write contest-register-line from ws-conreg-none-line
           else
               move "all contests:" to crt-label
               move ws-con-grand-total to crt-paid
               write contest-register-line from ws-conreg-total-line
           end-if.

           close contest-register-file.

       210-settle-one-contest.

           if ws-con-end(ws-con-idx)(1:6) = ws-close-period
               add 1 to ws-con-settled-count
               move 0 to ws-con-paid-total
               move ws-con-id(ws-con-idx) to crc-id
               move ws-con-desc(ws-con-idx) to crc-desc
               move ws-con-start(ws-con-idx) to crc-start
               move ws-con-end(ws-con-idx) to crc-end
               evaluate ws-con-measure(ws-con-idx)
                   when 'A'
                       move "attainment of quota" to crc-rule
                   when 'R'
                       move "top places by sales" to crc-rule
                   when other
                       move "sales over threshold" to crc-rule
               end-evaluate
               move spaces to contest-register-line
               write contest-register-line
               write contest-register-line from ws-conreg-contest
               move 0 to ws-cst-best-idx
               perform 220-settle-next-standing
                   until ws-cst-best-idx = 999
               move "contest total:" to crt-label
               move ws-con-paid-total to crt-paid
               write contest-register-line from ws-conreg-total-line
               add ws-con-paid-total to ws-con-grand-total
           end-if.

       220-settle-next-standing.

      *    best remaining sales first, so the register reads in
      *    finishing order
           move 999 to ws-cst-best-idx.
           perform 225-weigh-one-standing
               varying ws-cst-scan-idx from 1 by 1
               until ws-cst-scan-idx > ws-cst-count.

           if ws-cst-best-idx not = 999
               move 'Y' to ws-cst-done-sw(ws-cst-best-idx)
               perform 230-settle-one-standing
           end-if.

       225-weigh-one-standing.

           if ws-cst-id(ws-cst-scan-idx) = ws-con-id(ws-con-idx)
               and ws-cst-done-sw(ws-cst-scan-idx) = 'N'
               if ws-cst-best-idx = 999
                   move ws-cst-scan-idx to ws-cst-best-idx
               else
                   if ws-cst-sales(ws-cst-scan-idx)
                           > ws-cst-sales(ws-cst-best-idx)
                       move ws-cst-scan-idx to ws-cst-best-idx
                   end-if
               end-if
           end-if.

       230-settle-one-standing.

      *    a tie shares the place, so everyone tied on the last
      *    paying place is paid
           move 1 to ws-cst-place.
           perform 232-count-ahead
               varying ws-cst-scan-idx from 1 by 1
               until ws-cst-scan-idx > ws-cst-count.

           move 'N' to ws-cst-qualify-sw.
           move 0 to ws-cst-payout.
           move 0 to ws-cst-att-pct.
           move spaces to crd-note.
           move space to crd-pct-sign.

           evaluate ws-con-measure(ws-con-idx)
               when 'A'
                   move 0 to ws-att-quota
                   perform 234-find-contest-quota
                       varying ws-quota-idx from 1 by 1
                       until ws-quota-idx > ws-quota-count
                   if ws-att-quota > 0
                       and ws-cst-sales(ws-cst-best-idx) > 0
                       compute ws-cst-att-pct rounded =
                           ws-cst-sales(ws-cst-best-idx) * 100
                           / (ws-att-quota * ws-con-months(ws-con-idx))
                           on size error move 9999.9 to ws-cst-att-pct
                       end-compute
                       move "%" to crd-pct-sign
                       if ws-cst-att-pct
                               not < ws-con-threshold(ws-con-idx)
                           set ws-cst-qualifies to true
                       end-if
                   else
                       move "no quota" to crd-note
                   end-if
               when 'R'
                   if ws-cst-place not > ws-con-threshold(ws-con-idx)
                       and ws-cst-sales(ws-cst-best-idx) > 0
                       set ws-cst-qualifies to true
                   end-if
               when other
                   if ws-cst-sales(ws-cst-best-idx) > 0
                       and ws-cst-sales(ws-cst-best-idx)
                           not < ws-con-threshold(ws-con-idx)
                       set ws-cst-qualifies to true
                   end-if
           end-evaluate.

           move spaces to ws-pay-name.
           perform 235-find-contest-name
               varying ws-sman-idx from 1 by 1
               until ws-sman-idx > ws-sman-count.

           if ws-cst-qualifies
               if ws-con-rule(ws-con-idx) = 'P'
                   compute ws-cst-payout rounded =
                       ws-cst-sales(ws-cst-best-idx)
                       * ws-con-pct(ws-con-idx) / 100
               else
                   move ws-con-amount(ws-con-idx) to ws-cst-payout
               end-if
               perform 240-write-contest-pay-record
           end-if.

           move ws-cst-place to crd-place.
           move ws-cst-sman(ws-cst-best-idx) to crd-sman.
           move ws-pay-name to crd-name.
           move ws-cst-sales(ws-cst-best-idx) to crd-sales.
           move ws-cst-att-pct to crd-att.
           move ws-cst-payout to crd-payout.
           write contest-register-line from ws-conreg-detail.

       232-count-ahead.

           if ws-cst-id(ws-cst-scan-idx) = ws-con-id(ws-con-idx)
               and ws-cst-sales(ws-cst-scan-idx)
                   > ws-cst-sales(ws-cst-best-idx)
               add 1 to ws-cst-place
           end-if.

       234-find-contest-quota.

           if ws-quota-sman(ws-quota-idx)
                   = ws-cst-sman(ws-cst-best-idx)
               move ws-quota-amount(ws-quota-idx) to ws-att-quota
           end-if.

       235-find-contest-name.

           if ws-sman-num(ws-sman-idx) = ws-cst-sman(ws-cst-best-idx)
               move ws-sman-name(ws-sman-idx) to ws-pay-name
           end-if.

       240-write-contest-pay-record.

           move 'N' to ws-pay-held-sw.
           perform 242-check-contest-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count.

           move spaces to pay-extract-line.
           move "C" to pel-rec-type.
           move ws-cst-sman(ws-cst-best-idx) to pel-sman-num.
           move ws-pay-name to pel-name.
           move ws-cst-payout to pel-net-payable.
           if ws-pay-held
               move "H" to pel-hold-flag
               add 1 to ws-pay-held-count
               move "HELD" to crd-note
           else
               move "R" to pel-hold-flag
               move "qualified" to crd-note
           end-if.
           move ws-close-period to pel-period.
           move ws-con-id(ws-con-idx) to pel-contest-id.
           write pay-extract-line.

           add 1 to ws-pay-count.
           add ws-cst-payout to ws-pay-hash.
           add ws-cst-payout to ws-con-paid-total.

      *    the payment clerk sees the contest id against the payout
           move ws-cst-sman(ws-cst-best-idx) to prd-sman.
           move ws-pay-name to prd-name.
           move ws-cst-payout to prd-payable.
           if ws-pay-held
               move "HELD" to prd-held
           else
               move ws-con-id(ws-con-idx) to prd-held
           end-if.
           write pay-register-line from ws-payreg-detail.

       242-check-contest-hold.

           if ws-hold-entry(ws-hold-idx) = ws-cst-sman(ws-cst-best-idx)
               set ws-pay-held to true
           end-if.

       110-find-prior-for-sman.

           if ws-prior-sman(ws-prior-idx) = ws-ytd-sman(ws-ytd-idx)
