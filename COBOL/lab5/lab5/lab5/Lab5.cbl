                    organization is line sequential
                    file status is ws-ytd-status.

      *    team master - the manager who leads each sr-team-code and
      *    the override rate they earn on the team's sales. a missing
      *    file pays no overrides.
           select team-master-file
           assign to "../../../data/lab5TeamMast.dat"
                    organization is line sequential
                    file status is ws-teammast-status.

      *    sales contests - a 'C' record per contest with its dates,
      *    qualifying measure and payout rule, then any 'E' records
      *    naming the teams or salespeople eligible. a contest with
      *    no 'E' records is open to everyone.
           select contest-file
           assign to "../../../data/lab5Contests.dat"
                    organization is line sequential
                    file status is ws-contest-status.

      *    running contest sales per salesperson - carried run to
      *    run and settled by the period close once the contest ends.
           select contest-standing-file
           assign to "../../../data/lab5ContestStand.dat"
                    organization is line sequential
                    file status is ws-cstand-status.

      *    planned sales per salesperson per period - the plan that
      *    used to live in a drawer. attainment prints against it.
           select quota-file
      *    in short and start at zero.
           05  ytdl-draw-balance pic 9(6)v99.

       fd  team-master-file
           data record is team-master-line.

       01  team-master-line.
           05  tml-team-code    pic xxx.
           05  tml-mgr-sman     pic xx.
           05  tml-override-rate pic 9v999.

       fd  contest-file
           data record is contest-def-line.

       01  contest-def-line.
           05  cdl-rec-type     pic x.
               88 cdl-contest-rec     value 'C'.
               88 cdl-eligible-rec    value 'E'.
           05  cdl-contest-id   pic x(4).
           05  cdl-description  pic x(20).
           05  cdl-start-date   pic 9(8).
           05  cdl-end-date     pic 9(8).
      *    'S' sales of at least the threshold, 'A' attainment of at
      *    least the threshold percent of quota, 'R' a place in the
      *    top threshold by sales
           05  cdl-measure      pic x.
           05  cdl-threshold    pic 9(6).
      *    'F' the flat amount to each qualifier, 'P' the percent of
      *    the qualifier's contest sales
           05  cdl-payout-rule  pic x.
           05  cdl-payout-amount pic 9(5)v99.
           05  cdl-payout-pct   pic 99v99.
       01  contest-elig-line redefines contest-def-line.
           05  cel-rec-type     pic x.
           05  cel-contest-id   pic x(4).
      *    'T' a team code, 'S' a salesperson number
           05  cel-elig-type    pic x.
           05  cel-elig-code    pic xxx.
           05  filler           pic x(51).

       fd  contest-standing-file
           data record is contest-standing-line.

       01  contest-standing-line.
           05  csl-contest-id   pic x(4).
           05  csl-sman-num     pic xx.
           05  csl-sales        pic s9(7).

       fd  quota-file
           data record is quota-line.

       01 ws-team-found-sw          pic x value 'N'.
           88 ws-team-found              value 'Y'.

      *---------------Manager Overrides----------------------------
      *    the team master, with the commissionable sales each team
      *    booked this run - after reversals and with split sales
      *    credited side by side - less anything the manager sold
      *    personally. the override is worked out once every branch
      *    is in.
       01 ws-teammast-table.
           05 ws-tm-entry occurs 50 times.
               10 ws-tm-team        pic xxx.
               10 ws-tm-mgr         pic xx.
               10 ws-tm-rate        pic 9v999.
               10 ws-tm-sales       pic s9(7).
               10 ws-tm-override    pic s9(6)v99.

       01 ws-tm-count              pic 99 value 0.
       01 ws-tm-idx                 pic 99 value 0.
       01 ws-tm-match-idx           pic 99 value 0.
       01 ws-tm-scan-idx            pic 99 value 0.
       01 ws-tm-found-sw            pic x value 'N'.
           88 ws-tm-found                value 'Y'.
       01 ws-teammast-status        pic xx.
       01 sw-teammast-eof           pic x value 'n'.
       01 ws-tot-override           pic s9(7)v99 value 0.
       01 ws-override-pct           pic 99v9 value 0.

       01 override-heading.
           05 filler               pic x(5)  value spaces.
           05 filler               pic x(30)
               value "manager override commissions".

       01 override-line.
           05 filler               pic x(5).
           05 filler               pic x(6)  value "team: ".
           05 ovl-team             pic xxx.
           05 filler               pic x(3).
           05 filler               pic x(9)  value "manager: ".
           05 ovl-mgr              pic xx.
           05 filler               pic x(3).
           05 filler               pic x(6)  value "sales ".
           05 ovl-sales            pic zzzzzz9-.
           05 filler               pic x(2).
           05 ovl-rate             pic z9.9.
           05 filler               pic x(1)  value "%".
           05 filler               pic x(3).
           05 filler               pic x(9)  value "override ".
           05 ovl-override         pic $$$,$$9.99-.

       01 override-total-line.
           05 filler               pic x(5).
           05 filler               pic x(16)
               value "total overrides ".
           05 otl-override         pic $$$$,$$9.99-.

      *---------------Quota and Attainment--------------------------
      *    quotas load once; period-to-date sales carry run to run
      *    and every processed sale posts onto them. the attainment

       01 ws-att-rank              pic 999 value 0.

      *---------------Sales Contests--------------------------------
      *    contests in their window on the business date take each
      *    eligible sale as it posts - split sides and reversals
      *    included - and the standings print ranked on the report
      *    until the period close settles them.
       01 ws-contest-table.
           05 ws-con-entry occurs 20 times.
               10 ws-con-id         pic x(4).
               10 ws-con-desc       pic x(20).
               10 ws-con-start      pic 9(8).
               10 ws-con-end        pic 9(8).
               10 ws-con-measure    pic x.
               10 ws-con-threshold  pic 9(6).
               10 ws-con-elig-count pic 99.
               10 ws-con-months     pic 99.

       01 ws-con-count             pic 99 value 0.
       01 ws-con-idx                pic 99 value 0.
       01 ws-con-date-work          pic 9(8) value 0.
       01 ws-con-date-parts redefines ws-con-date-work.
           05 ws-con-yyyy           pic 9(4).
           05 ws-con-mm             pic 99.
           05 ws-con-dd             pic 99.
       01 ws-con-start-months       pic 9(6) value 0.
       01 ws-contest-status         pic xx.
       01 sw-contest-eof            pic x value 'n'.

       01 ws-con-elig-table.
           05 ws-cel-entry occurs 100 times.
               10 ws-cel-id         pic x(4).
               10 ws-cel-type       pic x.
               10 ws-cel-code       pic xxx.

       01 ws-cel-count             pic 999 value 0.
       01 ws-cel-idx                pic 999 value 0.
       01 ws-con-eligible-sw        pic x value 'N'.
           88 ws-con-eligible            value 'Y'.

       01 ws-cstand-table.
           05 ws-cst-entry occurs 500 times.
               10 ws-cst-id         pic x(4).
               10 ws-cst-sman       pic xx.
               10 ws-cst-sales      pic s9(7).
               10 ws-cst-done-sw    pic x.

       01 ws-cst-count             pic 999 value 0.
       01 ws-cst-idx                pic 999 value 0.
       01 ws-cst-match-idx          pic 999 value 0.
       01 ws-cst-scan-idx           pic 999 value 0.
       01 ws-cst-best-idx           pic 999 value 0.
       01 ws-cst-found-sw           pic x value 'N'.
           88 ws-cst-found               value 'Y'.
       01 ws-cstand-status          pic xx.
       01 sw-cstand-eof             pic x value 'n'.
       01 ws-cst-place              pic 999 value 0.
       01 ws-cst-att-pct            pic 9(4)v9 value 0.

       01 contest-heading.
           05 filler               pic x(5)  value spaces.
           05 filler               pic x(8)  value "contest ".
           05 cth-id               pic x(4).
           05 filler               pic x(2)  value spaces.
           05 cth-desc             pic x(20).
           05 filler               pic x(2)  value spaces.
           05 cth-start            pic 9(8).
           05 filler               pic x(3)  value " - ".
           05 cth-end              pic 9(8).
           05 filler               pic x(2)  value spaces.
           05 cth-measure          pic x(24).

       01 contest-line.
           05 filler               pic x(7).
           05 cnl-place            pic zz9.
           05 filler               pic x(2).
           05 cnl-sman             pic xx.
           05 filler               pic x(3).
           05 filler               pic x(6)  value "sales ".
           05 cnl-sales            pic zzzzzz9-.
           05 filler               pic x(3).
           05 cnl-att              pic zzz9.9 blank when zero.
           05 cnl-pct-sign         pic x.
           05 filler               pic x(3).
           05 cnl-note             pic x(10).

      *---------------Year-To-Date Balance Table-----------------
      *    one entry per salesperson seen either in the prior
      *    ytd-file or in today's run - 320-update-ytd-balance
           05 filler               pic x(3).
           05 std-note             pic x(16).

      *    the manager's override prints as its own section of the
      *    statement, one line per team they lead
       01 ws-stmt-print-sman        pic xx.
       01 ws-stmt-ovr-seen-sw       pic x value 'N'.
           88 ws-stmt-ovr-seen           value 'Y'.

       01 stmt-override-heading.
           05 filler               pic x(3).
           05 filler               pic x(30)
               value "manager override".

       01 stmt-override-line.
           05 filler               pic x(4).
           05 filler               pic x(6) value "team: ".
           05 sto-team             pic xxx.
           05 filler               pic x(3).
           05 filler               pic x(12) value "team sales: ".
           05 sto-sales            pic zzzzzz9-.
           05 filler               pic x(3).
           05 sto-rate             pic z9.9.
           05 filler               pic x(1) value "%".
           05 filler               pic x(3).
           05 sto-override         pic $$$,$$9.99-.

       01 stmt-ytd-line.
           05 filler               pic x(3).
           05 filler               pic x(18)
           perform 050-read-commission-tiers.
           perform 057-read-salesperson-master.
           perform 059-read-ytd-balances.
           perform 0593-read-team-master.
           perform 0595-read-quotas.
           perform 062-read-contests.
           perform 0597-read-period-sales.
           perform 060-read-branch-list.


           perform 700-compute-totals.

           perform 250-compute-overrides.

           perform 220-print-team-subtotals.
           perform 225-print-overrides.

           perform 230-print-attainment.
           perform 240-print-attainment-ranking.
           perform 245-print-contest-standings.

           perform 200-print-totals.

           perform 800-write-ytd-balances.
           perform 810-write-period-sales.
           perform 815-write-contest-standings.

           perform 850-print-statements.

               move 'y' to sw-ytd-eof
           end-if.

       062-read-contests.

      *    a missing contest file just means nothing is running.
      *    standings are loaded only for contests still defined, so
      *    retiring a definition drops its standings with it.
           open input contest-file.

           if ws-contest-status = "00"
               read contest-file
                   at end move 'y' to sw-contest-eof
               end-read
               if ws-contest-status not = "00"
                   move 'y' to sw-contest-eof
               end-if
               perform 063-load-one-contest-line
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
               perform 065-load-one-standing
                   until sw-cstand-eof = 'y'
                       or ws-cst-count = 500
               close contest-standing-file
           end-if.

       063-load-one-contest-line.

           if cdl-contest-rec and ws-con-count < 20
               add 1 to ws-con-count
               move cdl-contest-id to ws-con-id(ws-con-count)
               move cdl-description to ws-con-desc(ws-con-count)
               move cdl-start-date to ws-con-start(ws-con-count)
               move cdl-end-date to ws-con-end(ws-con-count)
               move cdl-measure to ws-con-measure(ws-con-count)
               move cdl-threshold to ws-con-threshold(ws-con-count)
               move 0 to ws-con-elig-count(ws-con-count)
      *        attainment is against the quota for every month the
      *        contest spans, so a quarter is measured on a quarter
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

           if cdl-eligible-rec and ws-cel-count < 100
               add 1 to ws-cel-count
               move cel-contest-id to ws-cel-id(ws-cel-count)
               move cel-elig-type to ws-cel-type(ws-cel-count)
               move cel-elig-code to ws-cel-code(ws-cel-count)
               perform 064-count-contest-eligible
                   varying ws-con-idx from 1 by 1
                   until ws-con-idx > ws-con-count
           end-if.

           read contest-file
               at end move 'y' to sw-contest-eof
           end-read.
           if ws-contest-status not = "00"
               move 'y' to sw-contest-eof
           end-if.

       064-count-contest-eligible.

           if ws-con-id(ws-con-idx) = cel-contest-id
               add 1 to ws-con-elig-count(ws-con-idx)
           end-if.

       065-load-one-standing.

           move 'N' to ws-cst-found-sw.
           perform 066-check-standing-contest
               varying ws-con-idx from 1 by 1
               until ws-con-idx > ws-con-count.

           if ws-cst-found
               add 1 to ws-cst-count
               move csl-contest-id to ws-cst-id(ws-cst-count)
               move csl-sman-num to ws-cst-sman(ws-cst-count)
               move csl-sales to ws-cst-sales(ws-cst-count)
               move 'N' to ws-cst-done-sw(ws-cst-count)
           end-if.

           read contest-standing-file
               at end move 'y' to sw-cstand-eof
           end-read.
           if ws-cstand-status not = "00"
               move 'y' to sw-cstand-eof
           end-if.

       066-check-standing-contest.

           if ws-con-id(ws-con-idx) = csl-contest-id
               set ws-cst-found to true
           end-if.

       0593-read-team-master.

      *    a missing team master just means no team has a manager
      *    on override.
           open input team-master-file.

           if ws-teammast-status = "00"
               read team-master-file
                   at end move 'y' to sw-teammast-eof
               end-read
               if ws-teammast-status not = "00"
                   move 'y' to sw-teammast-eof
               end-if
               perform 0594-load-one-team
                   until sw-teammast-eof = 'y'
                       or ws-tm-count = 50
               close team-master-file
           end-if.

       0594-load-one-team.

           add 1 to ws-tm-count.
           move tml-team-code to ws-tm-team(ws-tm-count).
           move tml-mgr-sman to ws-tm-mgr(ws-tm-count).
           if tml-override-rate is numeric
               move tml-override-rate to ws-tm-rate(ws-tm-count)
           else
               move 0 to ws-tm-rate(ws-tm-count)
           end-if.
           move 0 to ws-tm-sales(ws-tm-count).
           move 0 to ws-tm-override(ws-tm-count).

           read team-master-file
               at end move 'y' to sw-teammast-eof
           end-read.
           if ws-teammast-status not = "00"
               move 'y' to sw-teammast-eof
           end-if.

       0595-read-quotas.

      *    a missing quota file just means nothing has a plan and
                   " NOT POSTED AGAINST QUOTA"
           end-if.

           perform 339-post-contest-sales
               varying ws-con-idx from 1 by 1
               until ws-con-idx > ws-con-count.

       339-post-contest-sales.

      *    the sale counts in a contest inside its window when the
      *    contest is open to all or names this team or salesperson
           if ws-business-date not < ws-con-start(ws-con-idx)
               and ws-business-date not > ws-con-end(ws-con-idx)
               if ws-con-elig-count(ws-con-idx) = 0
                   set ws-con-eligible to true
               else
                   move 'N' to ws-con-eligible-sw
                   perform 341-check-contest-eligible
                       varying ws-cel-idx from 1 by 1
                       until ws-cel-idx > ws-cel-count
               end-if
               if ws-con-eligible
                   perform 342-post-one-standing
               end-if
           end-if.

       341-check-contest-eligible.

           if ws-cel-id(ws-cel-idx) = ws-con-id(ws-con-idx)
               if (ws-cel-type(ws-cel-idx) = 'T'
                       and ws-cel-code(ws-cel-idx) = sr-team-code)
                   or (ws-cel-type(ws-cel-idx) = 'S'
                       and ws-cel-code(ws-cel-idx)(1:2)
                           = sr-sman-num)
                   set ws-con-eligible to true
               end-if
           end-if.

       342-post-one-standing.

           move 'N' to ws-cst-found-sw.
           perform 343-check-standing-entry
               varying ws-cst-idx from 1 by 1
               until ws-cst-idx > ws-cst-count.

           if not ws-cst-found and ws-cst-count < 500
               add 1 to ws-cst-count
               move ws-con-id(ws-con-idx) to ws-cst-id(ws-cst-count)
               move sr-sman-num to ws-cst-sman(ws-cst-count)
               move 0 to ws-cst-sales(ws-cst-count)
               move 'N' to ws-cst-done-sw(ws-cst-count)
               move ws-cst-count to ws-cst-match-idx
               set ws-cst-found to true
           end-if.

           if ws-cst-found
               if sr-reversal-rec
                   subtract sr-sales from ws-cst-sales(ws-cst-match-idx)
               else
                   add sr-sales to ws-cst-sales(ws-cst-match-idx)
               end-if
           else
               display "CONTEST TABLE FULL - " sr-sman-num
                   " NOT POSTED TO CONTEST " ws-con-id(ws-con-idx)
           end-if.

       343-check-standing-entry.

           if ws-cst-id(ws-cst-idx) = ws-con-id(ws-con-idx)
               and ws-cst-sman(ws-cst-idx) = sr-sman-num
               set ws-cst-found to true
               move ws-cst-idx to ws-cst-match-idx
           end-if.

       336-check-att-entry.

           if sr-sman-num = ws-att-sman(ws-att-idx)
                   " NOT POSTED TO TEAM SUBTOTAL"
           end-if.

           perform 327-post-override-sales.

       327-post-override-sales.

      *    the sale counts toward the manager's override unless the
      *    manager made it - sr-sman-num is already the split side
      *    and sr-sales that side's share by the time it gets here
           move 'N' to ws-tm-found-sw.
           perform 329-check-team-master-entry
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-tm-count.

           if ws-tm-found
               and sr-sman-num not = ws-tm-mgr(ws-tm-match-idx)
               if sr-reversal-rec
                   subtract sr-sales from ws-tm-sales(ws-tm-match-idx)
               else
                   add sr-sales to ws-tm-sales(ws-tm-match-idx)
               end-if
           end-if.

       329-check-team-master-entry.

           if sr-team-code = ws-tm-team(ws-tm-idx)
               set ws-tm-found to true
               move ws-tm-idx to ws-tm-match-idx
           end-if.

       328-keep-statement-detail.

           if ws-stmt-count < 999
               varying ws-stmt-idx from 1 by 1
               until ws-stmt-idx > ws-stmt-count.

      *    a manager with no sales of their own this run still gets
      *    a statement for the override
           perform 880-print-override-statement
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-tm-count.

           close statement-file.

       855-print-one-statement.
               perform 865-print-person-detail
                   varying ws-stmt-scan-idx from 1 by 1
                   until ws-stmt-scan-idx > ws-stmt-count
               move ws-stmt-sman(ws-stmt-idx) to ws-stmt-print-sman
               perform 872-print-override-section
               perform 870-print-closing-ytd
           end-if.


       875-find-statement-ytd.

           if ws-ytd-sman-num(ws-ytd-idx) = ws-stmt-print-sman
               set ws-ytd-found to true
               move ws-ytd-idx to ws-ytd-match-idx
           end-if.

       872-print-override-section.

           move 'N' to ws-stmt-ovr-seen-sw.
           perform 873-print-one-override-line
               varying ws-tm-scan-idx from 1 by 1
               until ws-tm-scan-idx > ws-tm-count.

       873-print-one-override-line.

           if ws-tm-mgr(ws-tm-scan-idx) = ws-stmt-print-sman
               and ws-tm-sales(ws-tm-scan-idx) not = 0
               if not ws-stmt-ovr-seen
                   set ws-stmt-ovr-seen to true
                   write statement-line from stmt-override-heading
                       after advancing 2 lines
               end-if
               move ws-tm-team(ws-tm-scan-idx) to sto-team
               move ws-tm-sales(ws-tm-scan-idx) to sto-sales
               compute ws-override-pct =
                   ws-tm-rate(ws-tm-scan-idx) * 100
               move ws-override-pct to sto-rate
               move ws-tm-override(ws-tm-scan-idx) to sto-override
               write statement-line from stmt-override-line
                   after advancing 1 line
           end-if.

       880-print-override-statement.

      *    only the first team a manager leads starts the page - the
      *    section picks up every team they lead
           move 'N' to ws-stmt-seen-sw.
           perform 881-check-mgr-on-statement
               varying ws-stmt-scan-idx from 1 by 1
               until ws-stmt-scan-idx > ws-stmt-count.
           perform 882-check-earlier-team
               varying ws-tm-scan-idx from 1 by 1
               until ws-tm-scan-idx >= ws-tm-idx.

           if not ws-stmt-seen
               and ws-tm-sales(ws-tm-idx) not = 0
               move ws-tm-mgr(ws-tm-idx) to ws-stmt-print-sman
               move ws-tm-mgr(ws-tm-idx) to sth-sman
               move ws-tm-mgr(ws-tm-idx) to sr-sman-num
               move spaces to sth-name
               perform 310-validate-salesperson
               if ws-sman-found
                   move ws-sman-name(ws-sman-match-idx) to sth-name
               end-if
               move ws-tm-team(ws-tm-idx) to sth-team
               write statement-line from stmt-header-line
                   after advancing page
               perform 872-print-override-section
               perform 870-print-closing-ytd
           end-if.

       881-check-mgr-on-statement.

           if ws-stmt-sman(ws-stmt-scan-idx) = ws-tm-mgr(ws-tm-idx)
               set ws-stmt-seen to true
           end-if.

       882-check-earlier-team.

           if ws-tm-mgr(ws-tm-scan-idx) = ws-tm-mgr(ws-tm-idx)
               and ws-tm-sales(ws-tm-scan-idx) not = 0
               set ws-stmt-seen to true
           end-if.

       800-write-ytd-balances.

           open output ytd-file.
           write prt-line from team-subtotal-line
               after advancing 1 line.

       225-print-overrides.

           write prt-line from override-heading
               after advancing 2 lines.

           perform 226-print-one-override
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-tm-count.

           move ws-tot-override to otl-override.
           write prt-line from override-total-line
               after advancing 1 line.

       226-print-one-override.

           if ws-tm-sales(ws-tm-idx) not = 0
               move ws-tm-team(ws-tm-idx) to ovl-team
               move ws-tm-mgr(ws-tm-idx) to ovl-mgr
               move ws-tm-sales(ws-tm-idx) to ovl-sales
               compute ws-override-pct = ws-tm-rate(ws-tm-idx) * 100
               move ws-override-pct to ovl-rate
               move ws-tm-override(ws-tm-idx) to ovl-override
               write prt-line from override-line
                   after advancing 1 line
           end-if.

       250-compute-overrides.

      *    each team's override goes onto its manager's ytd - a run
      *    whose reversals outweigh its sales takes override back,
      *    but never below a zero ytd
           perform 251-compute-one-override
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-tm-count.

       251-compute-one-override.

           compute ws-tm-override(ws-tm-idx) rounded =
               ws-tm-sales(ws-tm-idx) * ws-tm-rate(ws-tm-idx).

           if ws-tm-override(ws-tm-idx) not = 0
               move 'N' to ws-ytd-found-sw
               perform 252-check-mgr-ytd-entry
                   varying ws-ytd-idx from 1 by 1
                   until ws-ytd-idx > ws-ytd-count
               if not ws-ytd-found and ws-ytd-count < 500
                   add 1 to ws-ytd-count
                   move ws-tm-mgr(ws-tm-idx)
                       to ws-ytd-sman-num(ws-ytd-count)
                   move 0 to ws-ytd-paid(ws-ytd-count)
                   move 0 to ws-ytd-draw(ws-ytd-count)
                   move 0 to ws-ytd-draw-adv(ws-ytd-count)
                   move 0 to ws-ytd-draw-rec(ws-ytd-count)
                   move ws-ytd-count to ws-ytd-match-idx
                   set ws-ytd-found to true
               end-if
               if ws-ytd-found
                   if ws-tm-override(ws-tm-idx) < 0
                       and 0 - ws-tm-override(ws-tm-idx)
                           > ws-ytd-paid(ws-ytd-match-idx)
                       move 0 to ws-ytd-paid(ws-ytd-match-idx)
                   else
                       compute ws-ytd-paid(ws-ytd-match-idx) =
                           ws-ytd-paid(ws-ytd-match-idx)
                           + ws-tm-override(ws-tm-idx)
                   end-if
                   add ws-tm-override(ws-tm-idx) to ws-tot-override
               else
                   display "YTD TABLE FULL - OVERRIDE FOR "
                       ws-tm-mgr(ws-tm-idx) " NOT POSTED"
               end-if
           end-if.

       252-check-mgr-ytd-entry.

           if ws-tm-mgr(ws-tm-idx) = ws-ytd-sman-num(ws-ytd-idx)
               set ws-ytd-found to true
               move ws-ytd-idx to ws-ytd-match-idx
           end-if.

       230-print-attainment.

           write prt-line from attainment-heading
               end-if
           end-if.

       245-print-contest-standings.

      *    a contest shows from its start until the month it ends is
      *    closed - ranked by sales, best first, by repeated scan
           perform 246-print-one-contest
               varying ws-con-idx from 1 by 1
               until ws-con-idx > ws-con-count.

       246-print-one-contest.

           if ws-business-date not < ws-con-start(ws-con-idx)
               and ws-business-date(1:6)
                   not > ws-con-end(ws-con-idx)(1:6)
               move ws-con-id(ws-con-idx) to cth-id
               move ws-con-desc(ws-con-idx) to cth-desc
               move ws-con-start(ws-con-idx) to cth-start
               move ws-con-end(ws-con-idx) to cth-end
               evaluate ws-con-measure(ws-con-idx)
                   when 'A'
                       move "attainment" to cth-measure
                   when 'R'
                       move "ranked by sales" to cth-measure
                   when other
                       move "sales" to cth-measure
               end-evaluate
               write prt-line from contest-heading
                   after advancing 2 lines
               move 0 to ws-cst-best-idx
               perform 247-print-next-standing
                   until ws-cst-best-idx = 999
           end-if.

       247-print-next-standing.

           move 999 to ws-cst-best-idx.
           perform 248-weigh-one-standing
               varying ws-cst-scan-idx from 1 by 1
               until ws-cst-scan-idx > ws-cst-count.

           if ws-cst-best-idx not = 999
               move 'Y' to ws-cst-done-sw(ws-cst-best-idx)
               perform 249-print-standing-line
           end-if.

       248-weigh-one-standing.

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

       249-print-standing-line.

      *    the place counts everyone strictly ahead, so a tie shares
      *    a place - the same rule the period close pays on
           move 1 to ws-cst-place.
           perform 244-count-ahead
               varying ws-cst-scan-idx from 1 by 1
               until ws-cst-scan-idx > ws-cst-count.

           move spaces to cnl-note.
           move space to cnl-pct-sign.
           move 0 to cnl-att.
           move ws-cst-place to cnl-place.
           move ws-cst-sman(ws-cst-best-idx) to cnl-sman.
           move ws-cst-sales(ws-cst-best-idx) to cnl-sales.

           evaluate ws-con-measure(ws-con-idx)
               when 'A'
                   move 0 to ws-att-quota
                   perform 243-find-contest-quota
                       varying ws-quota-idx from 1 by 1
                       until ws-quota-idx > ws-quota-count
                   if ws-att-quota > 0
                       and ws-cst-sales(ws-cst-best-idx) > 0
                       compute ws-cst-att-pct rounded =
                           ws-cst-sales(ws-cst-best-idx) * 100
                           / (ws-att-quota * ws-con-months(ws-con-idx))
                           on size error move 9999.9 to ws-cst-att-pct
                       end-compute
                       move ws-cst-att-pct to cnl-att
                       move "%" to cnl-pct-sign
                       if ws-cst-att-pct
                               not < ws-con-threshold(ws-con-idx)
                           move "qualifies" to cnl-note
                       end-if
                   else
                       move "no quota" to cnl-note
                   end-if
               when 'R'
                   if ws-cst-place not > ws-con-threshold(ws-con-idx)
                       and ws-cst-sales(ws-cst-best-idx) > 0
                       move "qualifies" to cnl-note
                   end-if
               when other
                   if ws-cst-sales(ws-cst-best-idx)
                           not < ws-con-threshold(ws-con-idx)
                       move "qualifies" to cnl-note
                   end-if
           end-evaluate.

           write prt-line from contest-line
               after advancing 1 line.

       244-count-ahead.

           if ws-cst-id(ws-cst-scan-idx) = ws-con-id(ws-con-idx)
               and ws-cst-sales(ws-cst-scan-idx)
                   > ws-cst-sales(ws-cst-best-idx)
               add 1 to ws-cst-place
           end-if.

       243-find-contest-quota.

           if ws-quota-sman(ws-quota-idx)
                   = ws-cst-sman(ws-cst-best-idx)
               move ws-quota-amount(ws-quota-idx) to ws-att-quota
           end-if.

       815-write-contest-standings.

           open output contest-standing-file.
           perform 816-write-one-standing
               varying ws-cst-idx from 1 by 1
               until ws-cst-idx > ws-cst-count.
           close contest-standing-file.

       816-write-one-standing.

           move ws-cst-id(ws-cst-idx) to csl-contest-id.
           move ws-cst-sman(ws-cst-idx) to csl-sman-num.
           move ws-cst-sales(ws-cst-idx) to csl-sales.
           write contest-standing-line.

       810-write-period-sales.

      *    the carryfile goes back whole so tomorrow's run keeps
