       identification division.
       program-id. DCIA2LCT.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the day's posted movements. cash is what an operator keyed
      *    at a counter - the batch jobs' postings, reversals and
      *    corrections of earlier postings, account merges, dispute
      *    credits and bank remittances are not cash and are left
      *    out.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is sequential
           record key is fd-trankey
           file status is ws-tran-status.

      *    the customer-to-account links - loaded whole so every
      *    movement can be rolled up to the customer that holds the
      *    account. an account with no link stands on its own.
           select clnk-file
           assign to "CLNKFILE"
           organization is indexed
           access mode is sequential
           record key is fd-clnkkey
           file status is ws-clnk-status.

           select cust-file
           assign to "CUSTFILE"
           organization is indexed
           access mode is random
           record key is fd-custkey
           file status is ws-cust-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the 'CASHRPT ' control record - threshold, just-under
      *    percentage and the structuring window. a missing control
      *    file or record leaves the defaults in force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    each party's just-under and over-threshold days, kept so
      *    the structuring window can look back past today.
           select cshh-file
           assign to "CSHHFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-cshhkey
           file status is ws-cshh-status.

      *    the filing extract compliance files from.
           select filing-file
           assign to "../../../data/DCIA2LCT.dat"
           organization is line sequential.

           select report-file
           assign to "../../../data/DCIA2LCT.out"
           organization is line sequential.

       data division.
       file section.

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  cust-file
           record contains 90 characters.
       01  cust-file-record.
           05 fd-custkey                pic 9(6).
           05 filler                    pic x(84).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  cshh-file
           record contains 30 characters.
       01  cshh-file-record.
           05 fd-cshhkey                pic x(17).
           05 filler                    pic x(13).

      *    one party record per reportable party, followed by every
      *    cash posting that made up its day, between a header
      *    carrying the rules applied and a proving trailer.
       fd  filing-file
           data record is filing-party
           record contains 122 characters.
       01  filing-party.
           05 fp-rec-type               pic x.
           05 fp-party-type             pic x.
           05 fp-party-id               pic x(8).
           05 fp-date                   pic 9(8).
           05 fp-fname                  pic x(15).
           05 fp-sname                  pic x(15).
           05 fp-addr1                  pic x(20).
           05 fp-addr2                  pic x(20).
           05 fp-total                  pic 9(7)v99.
           05 fp-count                  pic 9(3).
           05 fp-debits                 pic 9(7)v99.
           05 fp-credits                pic 9(7)v99.
      *    'T' over the threshold, 'S' possible structuring
           05 fp-reason                 pic x.
           05 fp-near-days              pic 9(3).
       01  filing-posting.
           05 fo-rec-type               pic x.
           05 fo-party-type             pic x.
           05 fo-party-id               pic x(8).
           05 fo-acctkey                pic x(8).
           05 fo-date                   pic 9(8).
           05 fo-seq                    pic 9(3).
           05 fo-tran-type              pic x.
           05 fo-amount                 pic 9(6)v99.
           05 fo-userid                 pic x(8).
           05 fo-desc                   pic x(20).
           05 filler                    pic x(56).
       01  filing-header.
           05 fh-rec-type               pic x.
           05 fh-date                   pic 9(8).
           05 fh-threshold              pic 9(7)v99.
           05 fh-near-pct               pic 9(3).
           05 fh-window-days            pic 9(3).
           05 fh-near-days              pic 9(3).
           05 filler                    pic x(95).
       01  filing-trailer.
           05 ft-rec-type               pic x.
           05 ft-party-count            pic 9(7).
           05 ft-posting-count          pic 9(7).
           05 ft-amount                 pic 9(9)v99.
           05 filler                    pic x(96).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY DAILY CASH-ACTIVITY HISTORY RECORD LAYOUT
       COPY 'CSHHREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, LARGE CASH".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "DAILY LARGE-CASH TRANSACTION REPORT".

       01  rule-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "THRESHOLD".
           05 rl-threshold              pic $$,$$$,$$9.99.
           05 filler                    pic x(16)
               value "  JUST UNDER AT".
           05 rl-near-pct               pic zz9.
           05 filler                    pic x(15)
               value " PCT  FLAGGED:".
           05 rl-near-days              pic zz9.
           05 filler                    pic x(9) value " DAYS IN".
           05 rl-window-days            pic zz9.

       01  party-line.
           05 filler                    pic x(3) value spaces.
           05 pl-party-label            pic x(9).
           05 pl-party-id               pic x(8).
           05 filler                    pic x(2) value spaces.
           05 pl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 pl-sname                  pic x(15).
           05 filler                    pic x(2) value spaces.
           05 pl-count                  pic zz9.
           05 filler                    pic x(6) value " ITEMS".
           05 filler                    pic x(2) value spaces.
           05 pl-total                  pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 pl-reason                 pic x(40).

       01  posting-line.
           05 filler                    pic x(8) value spaces.
           05 ol-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 ol-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 ol-seq                    pic 9(3).
           05 filler                    pic x(3) value spaces.
           05 ol-type                   pic x.
           05 filler                    pic x(3) value spaces.
           05 ol-amount                 pic $$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 ol-userid                 pic x(8).
           05 filler                    pic x(3) value spaces.
           05 ol-desc                   pic x(20).

       01  unlisted-line.
           05 filler                    pic x(8) value spaces.
           05 filler                    pic x(50) value
               "***** FURTHER POSTINGS NOT LISTED - TABLE FULL".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$$,$$$,$$9.99.

      *--------------Loop Switches-------------------------------
       01  sw-tran-eof                  pic x value 'n'.
       01  sw-clnk-eof                  pic x value 'n'.
       01  sw-window-done               pic x value 'n'.
       01  ws-tran-status               pic xx value spaces.
       01  ws-clnk-status               pic xx value spaces.
       01  ws-cust-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-cshh-status               pic xx value spaces.

      *    a reference file that cannot be opened only loses what it
      *    adds - no customer roll-up, no names, no look-back
       01  sw-cust-off                  pic x value 'n'.
       01  sw-acct-off                  pic x value 'n'.
       01  sw-cshh-off                  pic x value 'n'.

      *--------------Cash Reporting Rules--------------------------
       77  ws-threshold                 pic 9(7)v99 value 10000.00.
       77  ws-near-pct                  pic 9(3) value 90.
       77  ws-window-days               pic 9(3) value 15.
       77  ws-near-days-min             pic 9(3) value 3.
       01  ws-near-amount               pic 9(7)v99 value 0.

      *--------------Customer Links------------------------------
       01 ws-link-table.
           05 ws-link-entry occurs 3000 times.
               10 ws-ln-acctkey         pic x(8).
               10 ws-ln-cust            pic 9(6).
       01 ws-link-count                 pic 9(4) value 0.
       01 ws-link-idx                   pic 9(4) value 0.
       01 ws-link-found                 pic 9(4) value 0.

      *--------------Parties With Cash Today--------------------
       01 ws-party-table.
           05 ws-party-entry occurs 1000 times.
               10 ws-pt-party.
                   15 ws-pt-type        pic x.
                   15 ws-pt-id          pic x(8).
               10 ws-pt-total           pic 9(7)v99.
               10 ws-pt-debits          pic 9(7)v99.
               10 ws-pt-credits         pic 9(7)v99.
               10 ws-pt-count           pic 9(3).
               10 ws-pt-near-days       pic 9(3).
      *        'O' over threshold, 'N' just under, space neither
               10 ws-pt-level           pic x.
               10 ws-pt-struct          pic x.
               10 ws-pt-unlisted        pic x.
       01 ws-party-count                pic 9(4) value 0.
       01 ws-party-idx                  pic 9(4) value 0.
       01 ws-party-found                pic 9(4) value 0.
       01 ws-party-key.
           05 ws-pk-type                pic x.
           05 ws-pk-id                  pic x(8).
           05 ws-pk-cust redefines ws-pk-id.
               10 ws-pk-cust-number     pic 9(6).
               10 filler                pic x(2).

      *--------------Today's Cash Postings----------------------
      *    kept so each reportable party's postings can be listed
      *    together, whichever accounts and branches they came from
       01 ws-post-table.
           05 ws-post-entry occurs 3000 times.
               10 ws-po-party-idx       pic 9(4).
               10 ws-po-acctkey         pic x(8).
               10 ws-po-seq             pic 9(3).
               10 ws-po-type            pic x.
               10 ws-po-amount          pic 9(6)v99.
               10 ws-po-userid          pic x(8).
               10 ws-po-desc            pic x(20).
       01 ws-post-count                 pic 9(4) value 0.
       01 ws-post-idx                   pic 9(4) value 0.

      *--------------Window Arithmetic----------------------------
      *    dates age on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-window-start              pic 9(7) value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-today            pic 9(7) value 0.
           05 ws-count-cash             pic 9(7) value 0.
           05 ws-count-over             pic 9(7) value 0.
           05 ws-count-near             pic 9(7) value 0.
           05 ws-count-struct           pic 9(7) value 0.
           05 ws-count-filed            pic 9(7) value 0.
           05 ws-count-filed-posts      pic 9(7) value 0.
      *    a movement the party table had no room for - it is in
      *    no party's total, so the report cannot be relied on
           05 ws-count-unassigned       pic 9(7) value 0.
           05 ws-count-unlisted         pic 9(7) value 0.
           05 ws-count-hist-failed      pic 9(7) value 0.
       01 ws-total-cash                 pic 9(9)v99 value 0.
       01 ws-total-filed                pic 9(9)v99 value 0.

       01  incomplete-warning-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(54) value
               "***** CASH NOT FULLY AGGREGATED - REVIEW BEFORE FILING".

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-cash-rule.
           compute ws-window-start = ws-today-days - ws-window-days + 1.
           compute ws-near-amount rounded =
               ws-threshold * ws-near-pct / 100.

           perform 070-load-links.

           open input tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
               stop run
           end-if.

           open input cust-file.
           if ws-cust-status not = "00"
               move 'y' to sw-cust-off
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               move 'y' to sw-acct-off
           end-if.

      *    first run - no history yet, so create the file empty
           open i-o cshh-file.
           if ws-cshh-status = "35"
               open output cshh-file
               close cshh-file
               open i-o cshh-file
           end-if.
           if ws-cshh-status not = "00"
               move 'y' to sw-cshh-off
               display "CSHHFILE UNAVAILABLE - STATUS: " ws-cshh-status
                   " - STRUCTURING WINDOW NOT CHECKED"
           end-if.

           open output filing-file.
           open output report-file.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.
           perform 000-scan-movement until sw-tran-eof = 'y'.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           move ws-threshold to rl-threshold.
           move ws-near-pct to rl-near-pct.
           move ws-near-days-min to rl-near-days.
           move ws-window-days to rl-window-days.
           write report-print-line from rule-line
               after advancing 2 lines.

           move spaces to filing-header.
           move "H" to fh-rec-type.
           move ws-today-yyyymmdd to fh-date.
           move ws-threshold to fh-threshold.
           move ws-near-pct to fh-near-pct.
           move ws-window-days to fh-window-days.
           move ws-near-days-min to fh-near-days.
           write filing-header.

           perform 200-assess-party
               varying ws-party-idx from 1 by 1
               until ws-party-idx > ws-party-count.

           move spaces to filing-trailer.
           move "T" to ft-rec-type.
           move ws-count-filed to ft-party-count.
           move ws-count-filed-posts to ft-posting-count.
           move ws-total-filed to ft-amount.
           write filing-trailer.

           perform 900-print-totals.

           if sw-cust-off not = 'y'
               close cust-file
           end-if.
           if sw-acct-off not = 'y'
               close acct-file
           end-if.
           if sw-cshh-off not = 'y'
               close cshh-file
           end-if.
           close tran-file,
                 filing-file,
                 report-file.
           stop run.

       050-read-cash-rule.
      *    a missing control file, record or zero field just leaves
      *    that default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "CASHRPT " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 055-take-cash-rule
               end-if
               close ctl-file
           end-if.

       055-take-cash-rule.

           if CTL-CASH-THRESHOLD is numeric
               and CTL-CASH-THRESHOLD > 0
               move CTL-CASH-THRESHOLD to ws-threshold
           end-if.
           if CTL-CASH-NEAR-PCT is numeric
               and CTL-CASH-NEAR-PCT > 0
               and CTL-CASH-NEAR-PCT < 100
               move CTL-CASH-NEAR-PCT to ws-near-pct
           end-if.
           if CTL-CASH-WINDOW-DAYS is numeric
               and CTL-CASH-WINDOW-DAYS > 0
               move CTL-CASH-WINDOW-DAYS to ws-window-days
           end-if.
           if CTL-CASH-NEAR-DAYS is numeric
               and CTL-CASH-NEAR-DAYS > 0
               move CTL-CASH-NEAR-DAYS to ws-near-days-min
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       070-load-links.

      *    no link file means no customer is known - every account
      *    is totalled on its own
           open input clnk-file.
           if ws-clnk-status = "00"
               read clnk-file into CLNKREC
                   at end move 'y' to sw-clnk-eof
               end-read
               perform 075-load-one-link until sw-clnk-eof = 'y'
               close clnk-file
           else
               display "CLNKFILE UNAVAILABLE - STATUS: " ws-clnk-status
                   " - CASH TOTALLED PER ACCOUNT"
           end-if.

       075-load-one-link.

           if ws-link-count < 3000
               add 1 to ws-link-count
               move CLNK-ACCTKEY to ws-ln-acctkey(ws-link-count)
               move CLNK-CUST-NUMBER to ws-ln-cust(ws-link-count)
           else
               display "***** DCIA2LCT: LINK TABLE FULL - ACCOUNT "
                   CLNK-ACCTKEY " TOTALLED ON ITS OWN"
           end-if.

           read clnk-file into CLNKREC
               at end move 'y' to sw-clnk-eof.

       000-scan-movement.

           if TRAN-DATE = ws-today-yyyymmdd
               add 1 to ws-count-today
               if TRAN-USERID(1:5) not = "DCIA2"
                   and TRAN-DESC(1:7) not = "REV OF "
                   and TRAN-DESC(1:8) not = "CORR OF "
                   and TRAN-DESC(1:6) not = "MERGE "
                   and TRAN-DESC(1:8) not = "DISPUTE "
                   and TRAN-DESC(1:5) not = "BANK "
                   perform 100-take-cash-movement
               end-if
           end-if.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       100-take-cash-movement.

           add 1 to ws-count-cash.
           add TRAN-AMOUNT to ws-total-cash.

      *    the customer that holds the account, or the account
      *    itself when nobody is linked to it
           move 0 to ws-link-found.
           perform 110-match-link
               varying ws-link-idx from 1 by 1
               until ws-link-idx > ws-link-count
                  or ws-link-found > 0.
           if ws-link-found > 0
               move "C" to ws-pk-type
               move spaces to ws-pk-id
               move ws-ln-cust(ws-link-found) to ws-pk-cust-number
           else
               move "A" to ws-pk-type
               move TRAN-ACCTKEY to ws-pk-id
           end-if.

           move 0 to ws-party-found.
           perform 120-match-party
               varying ws-party-idx from 1 by 1
               until ws-party-idx > ws-party-count
                  or ws-party-found > 0.
           if ws-party-found = 0
               perform 130-add-party
           end-if.

           if ws-party-found = 0
               add 1 to ws-count-unassigned
               display "***** DCIA2LCT: PARTY TABLE FULL - "
                   TRAN-ACCTKEY " " TRAN-SEQ " NOT AGGREGATED"
           else
               perform 140-add-to-party
           end-if.

       110-match-link.

           if ws-ln-acctkey(ws-link-idx) = TRAN-ACCTKEY
               move ws-link-idx to ws-link-found
           end-if.

       120-match-party.

           if ws-pt-party(ws-party-idx) = ws-party-key
               move ws-party-idx to ws-party-found
           end-if.

       130-add-party.

           if ws-party-count < 1000
               add 1 to ws-party-count
               move ws-party-count to ws-party-found
               move ws-party-key to ws-pt-party(ws-party-found)
               move 0 to ws-pt-total(ws-party-found)
               move 0 to ws-pt-debits(ws-party-found)
               move 0 to ws-pt-credits(ws-party-found)
               move 0 to ws-pt-count(ws-party-found)
               move 0 to ws-pt-near-days(ws-party-found)
               move space to ws-pt-level(ws-party-found)
               move 'n' to ws-pt-struct(ws-party-found)
               move 'n' to ws-pt-unlisted(ws-party-found)
           end-if.

       140-add-to-party.

           add TRAN-AMOUNT to ws-pt-total(ws-party-found).
           if ws-pt-count(ws-party-found) < 999
               add 1 to ws-pt-count(ws-party-found)
           end-if.
           if TRAN-TYPE-DEBIT
               add TRAN-AMOUNT to ws-pt-debits(ws-party-found)
           else
               add TRAN-AMOUNT to ws-pt-credits(ws-party-found)
           end-if.

           if ws-post-count < 3000
               add 1 to ws-post-count
               move ws-party-found to ws-po-party-idx(ws-post-count)
               move TRAN-ACCTKEY to ws-po-acctkey(ws-post-count)
               move TRAN-SEQ to ws-po-seq(ws-post-count)
               move TRAN-TYPE to ws-po-type(ws-post-count)
               move TRAN-AMOUNT to ws-po-amount(ws-post-count)
               move TRAN-USERID to ws-po-userid(ws-post-count)
               move TRAN-DESC to ws-po-desc(ws-post-count)
           else
               move 'y' to ws-pt-unlisted(ws-party-found)
               add 1 to ws-count-unlisted
           end-if.

       200-assess-party.

           if ws-pt-total(ws-party-idx) not < ws-threshold
               move "O" to ws-pt-level(ws-party-idx)
               add 1 to ws-count-over
           else
               if ws-pt-total(ws-party-idx) not < ws-near-amount
                   move "N" to ws-pt-level(ws-party-idx)
                   add 1 to ws-count-near
               end-if
           end-if.

           if ws-pt-level(ws-party-idx) not = space
               and sw-cshh-off not = 'y'
               perform 210-check-window
               perform 230-write-history
           end-if.

      *    a just-under day that makes the window's count is the
      *    pattern of someone keeping each day below the line
           if ws-pt-level(ws-party-idx) = "N"
               and ws-pt-near-days(ws-party-idx) not < ws-near-days-min
               move 'y' to ws-pt-struct(ws-party-idx)
               add 1 to ws-count-struct
           end-if.

           if ws-pt-level(ws-party-idx) = "O"
               or ws-pt-struct(ws-party-idx) = 'y'
               perform 300-file-party
           end-if.

       210-check-window.

      *    today counts as one just-under day of its own - the
      *    history supplies the rest of the window. a rerun finds
      *    today's own record and skips it.
           if ws-pt-level(ws-party-idx) = "N"
               move 1 to ws-pt-near-days(ws-party-idx)
           end-if.

           move spaces to CSHHREC.
           move ws-pt-party(ws-party-idx) to CSHH-PARTY.
           move 0 to CSHH-DATE.
           move CSHH-KEY to fd-cshhkey.
           move 'n' to sw-window-done.
           start cshh-file key is not less than fd-cshhkey
               invalid key move 'y' to sw-window-done
           end-start.

           perform 220-take-window-day until sw-window-done = 'y'.

       220-take-window-day.

           read cshh-file next record into CSHHREC
               at end move 'y' to sw-window-done
           end-read.

           if sw-window-done not = 'y'
               if CSHH-PARTY not = ws-pt-party(ws-party-idx)
                   or CSHH-DATE not < ws-today-yyyymmdd
                   move 'y' to sw-window-done
               else
                   move CSHH-DATE to ws-date-parts
                   perform 060-date-to-days
                   if ws-ref-days not < ws-window-start
                       and CSHH-NEAR-THRESHOLD
                       add 1 to ws-pt-near-days(ws-party-idx)
                   end-if
               end-if
           end-if.

       230-write-history.

           move spaces to CSHHREC.
           move ws-pt-party(ws-party-idx) to CSHH-PARTY.
           move ws-today-yyyymmdd to CSHH-DATE.
           move ws-pt-total(ws-party-idx) to CSHH-TOTAL.
           move ws-pt-count(ws-party-idx) to CSHH-COUNT.
           move ws-pt-level(ws-party-idx) to CSHH-LEVEL.

           write cshh-file-record from CSHHREC
               invalid key continue
           end-write.
      *    already there - a rerun of the same day
           if ws-cshh-status = "22"
               rewrite cshh-file-record from CSHHREC
                   invalid key continue
               end-rewrite
           end-if.
           if ws-cshh-status not = "00"
               add 1 to ws-count-hist-failed
               display "***** DCIA2LCT: CSHHFILE WRITE FAILED -"
                   " STATUS " ws-cshh-status " PARTY " CSHH-PARTY
           end-if.

       300-file-party.

           add 1 to ws-count-filed.
           add ws-pt-total(ws-party-idx) to ws-total-filed.
           move ws-pt-party(ws-party-idx) to ws-party-key.

           move spaces to filing-party.
           move "C" to fp-rec-type.
           move ws-pk-type to fp-party-type.
           move ws-pk-id to fp-party-id.
           move ws-today-yyyymmdd to fp-date.
           perform 310-name-party.
           move ws-pt-total(ws-party-idx) to fp-total.
           move ws-pt-count(ws-party-idx) to fp-count.
           move ws-pt-debits(ws-party-idx) to fp-debits.
           move ws-pt-credits(ws-party-idx) to fp-credits.
           move ws-pt-near-days(ws-party-idx) to fp-near-days.

           move spaces to party-line.
           if ws-pk-type = "C"
               move "CUSTOMER" to pl-party-label
           else
               move "ACCOUNT" to pl-party-label
           end-if.
           move ws-pk-id to pl-party-id.
           move fp-fname to pl-fname.
           move fp-sname to pl-sname.
           move ws-pt-count(ws-party-idx) to pl-count.
           move ws-pt-total(ws-party-idx) to pl-total.
           if ws-pt-level(ws-party-idx) = "O"
               move "T" to fp-reason
               move "OVER REPORTING THRESHOLD" to pl-reason
           else
               move "S" to fp-reason
               move "POSSIBLE STRUCTURING - JUST UNDER" to pl-reason
           end-if.

           write filing-party.
           write report-print-line from party-line
               after advancing 2 lines.

           perform 320-list-one-posting
               varying ws-post-idx from 1 by 1
               until ws-post-idx > ws-post-count.

           if ws-pt-unlisted(ws-party-idx) = 'y'
               write report-print-line from unlisted-line
                   after advancing 1 line
           end-if.

       310-name-party.

           if ws-pk-type = "C"
               if sw-cust-off not = 'y'
                   move ws-pk-cust-number to fd-custkey
                   read cust-file into CUSTREC
                       invalid key continue
                   end-read
                   if ws-cust-status = "00"
                       move CUST-FNAME to fp-fname
                       move CUST-SNAME to fp-sname
                       move CUST-ADDR1 to fp-addr1
                       move CUST-ADDR2 to fp-addr2
                   end-if
               end-if
           else
               if sw-acct-off not = 'y'
                   move ws-pk-id to fd-acctkey
                   read acct-file into ACCTREC
                       invalid key continue
                   end-read
                   if ws-acct-status = "00"
                       move FNAME to fp-fname
                       move SNAME to fp-sname
                       move ADDR1 to fp-addr1
                       move ADDR2 to fp-addr2
                   end-if
               end-if
           end-if.

       320-list-one-posting.

           if ws-po-party-idx(ws-post-idx) = ws-party-idx
               add 1 to ws-count-filed-posts

               move spaces to filing-posting
               move "P" to fo-rec-type
               move ws-pk-type to fo-party-type
               move ws-pk-id to fo-party-id
               move ws-po-acctkey(ws-post-idx) to fo-acctkey
               move ws-today-yyyymmdd to fo-date
               move ws-po-seq(ws-post-idx) to fo-seq
               move ws-po-type(ws-post-idx) to fo-tran-type
               move ws-po-amount(ws-post-idx) to fo-amount
               move ws-po-userid(ws-post-idx) to fo-userid
               move ws-po-desc(ws-post-idx) to fo-desc
               write filing-posting

               move spaces to posting-line
               move ws-po-acctkey(ws-post-idx)(1:3) to ol-acctcode
               move ws-po-acctkey(ws-post-idx)(4:5) to ol-acctno
               move ws-po-seq(ws-post-idx) to ol-seq
               move ws-po-type(ws-post-idx) to ol-type
               move ws-po-amount(ws-post-idx) to ol-amount
               move ws-po-userid(ws-post-idx) to ol-userid
               move ws-po-desc(ws-post-idx) to ol-desc
               write report-print-line from posting-line
                   after advancing 1 line
           end-if.

       900-print-totals.

           move "MOVEMENTS POSTED TODAY" to cl-label.
           move ws-count-today to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "CASH MOVEMENTS" to cl-label.
           move ws-count-cash to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TOTAL CASH" to al-label.
           move ws-total-cash to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

           move "PARTIES WITH CASH" to cl-label.
           move ws-party-count to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OVER THRESHOLD" to cl-label.
           move ws-count-over to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "JUST UNDER THRESHOLD" to cl-label.
           move ws-count-near to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "POSSIBLE STRUCTURING" to cl-label.
           move ws-count-struct to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "PARTIES FILED" to cl-label.
           move ws-count-filed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "POSTINGS FILED" to cl-label.
           move ws-count-filed-posts to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "AMOUNT FILED" to al-label.
           move ws-total-filed to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

           move "HISTORY WRITES FAILED" to cl-label.
           move ws-count-hist-failed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "MOVEMENTS NOT AGGREGATED" to cl-label.
           move ws-count-unassigned to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "POSTINGS NOT LISTED" to cl-label.
           move ws-count-unlisted to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

      *    an unaggregated movement could hide a party over the
      *    line - the filing is incomplete until it is looked at
           if ws-count-unassigned > 0
               write report-print-line from incomplete-warning-line
                   after advancing 1 line
               display "***** DCIA2LCT: " ws-count-unassigned
                   " CASH MOVEMENTS NOT AGGREGATED -"
                   " REVIEW BEFORE FILING"
           end-if.

       end program DCIA2LCT.
