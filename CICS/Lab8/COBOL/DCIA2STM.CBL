           record key is fd-prodkey
           file status is ws-prod-status.

      *    the transaction codes - each movement prints under its
      *    code's statement group. read whole before the accounts;
      *    without the file every movement prints under other
      *    activity.
           select tcod-file
           assign to "TCODFILE"
           organization is indexed
           access mode is sequential
           record key is fd-tcodkey
           file status is ws-tcod-status.

      *    the payment obligation each printed statement sets - what
      *    the customer must pay and by when, judged nightly by
      *    DCIA2LFE. the first run creates the file.
           select stob-file
           assign to "STOBFILE"
           organization is indexed
           access mode is random
           record key is fd-stobkey
           file status is ws-stob-status.

      *    business-day calendar - the due date is counted in
      *    business days from the statement date, the same calendar
      *    the batch window closer runs on.
           select business-cal-file
           assign to "../../../data/BusDayCal.dat"
           organization is line sequential
           file status is ws-buscal-status.

      *    customers who asked for one consolidated statement - the
      *    link file names their accounts, the master carries the
      *    option. either file being unavailable leaves every account
      *    on its own statement, as before.
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

      *    the consolidated pass runs after the account pass, one
      *    customer at a time, so it reaches each account and its
      *    movements by key rather than in file order
           select acct-look-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-lookkey
           file status is ws-look-status.

           select tran-look-file
           assign to "TRANFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-looktrankey
           file status is ws-looktran-status.

      *    a written-off account's CURBAL stays at zero after the
      *    charge-off run - a credit posted to it later is a recovery,
      *    journalled to TRANFILE but kept on the charge-off record,
      *    so it prints without moving the balance. no charge-off file
      *    means nothing was written off.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    returned-mail flags and the other ways to reach the
      *    customer - a flagged account's statement goes to the
      *    held-mail report instead of the print file. no flag file
      *    holds nothing; no contact file just leaves them unlisted.
           select rtml-file
           assign to "RTMLFILE"
           organization is indexed
           access mode is random
           record key is fd-rtmlkey
           file status is ws-rtml-status.

           select cnct-file
           assign to "CNCTFILE"
           organization is indexed
           access mode is random
           record key is fd-cnctkey
           file status is ws-cnct-status.

           select statement-file
           assign to "../../../data/DCIA2STM.out"
           organization is line sequential.

           select held-file
           assign to "../../../data/HeldStmts.out"
           organization is line sequential.

       data division.
       file section.

           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  aprd-file
           record contains 10 characters.
           05 filler                    pic x(2).

       fd  prod-file
           record contains 46 characters.
       01  prod-file-record.
           05 fd-prodkey                pic x(2).
           05 filler                    pic x(44).

       fd  tcod-file
           record contains 32 characters.
       01  tcod-file-record.
           05 fd-tcodkey                pic x(2).
           05 filler                    pic x(30).

       fd  stob-file
           record contains 63 characters.
       01  stob-file-record.
           05 fd-stobkey                pic x(16).
           05 filler                    pic x(47).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  cust-file
           record contains 90 characters.
       01  cust-file-record.
           05 fd-custkey                pic 9(6).
           05 filler                    pic x(84).

       fd  acct-look-file
           record contains 99 characters.
       01  acct-look-record.
           05 fd-lookkey                pic x(8).
           05 filler                    pic x(91).

       fd  tran-look-file
           record contains 58 characters.
       01  tran-look-record.
           05 fd-looktrankey            pic x(19).
           05 filler                    pic x(39).

       fd  business-cal-file
           data record is business-cal-line.

       01  business-cal-line.
           05 cal-date                      pic 9(8).
           05 cal-business-flag             pic x.
           05 cal-month-end-flag            pic x.
           05 cal-period-end-flag           pic x.

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  rtml-file
           record contains 54 characters.
       01  rtml-file-record.
           05 fd-rtmlkey                pic x(8).
           05 filler                    pic x(46).

       fd  cnct-file
           record contains 51 characters.
       01  cnct-file-record.
           05 fd-cnctkey                pic x(8).
           05 filler                    pic x(43).

       fd  statement-file
           data record is statement-print-line
       01  statement-print-line.
           05 filler                    pic x(120).

       fd  held-file
           data record is held-print-line
           record contains 120 characters.

       01  held-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY TRANSACTION-CODE REFERENCE RECORD LAYOUT
       COPY 'TCODREC'.

      * COPY ACCOUNT-TO-PRODUCT LINK RECORD LAYOUT
       COPY 'APRDREC'.

      * COPY PRODUCT-CODE FILE RECORD LAYOUT
       COPY 'PRODREC'.

      * COPY STATEMENT PAYMENT OBLIGATION RECORD LAYOUT
       COPY 'STOBREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY CUSTOMER-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * COPY CONTACT-METHODS RECORD LAYOUT
       COPY 'CNCTREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 filler                    pic x value "/".
           05 sh-acctno                 pic 9(5).

       01  stmt-consol-heading.
           05 filler                    pic x(31)
               value "CONSOLIDATED CUSTOMER STATEMENT".
           05 filler                    pic x(9).
           05 filler                    pic x(10) value "CUSTOMER: ".
           05 sch-cust                  pic 9(6).

       01  stmt-consol-acct-line.
           05 filler                    pic x(3).
           05 filler                    pic x(9) value "ACCOUNT: ".
           05 scal-acctcode             pic x(3).
           05 filler                    pic x value "/".
           05 scal-acctno               pic 9(5).

       01  stmt-consol-summary-heading.
           05 filler                    pic x(3).
           05 filler                    pic x(20)
               value "RELATIONSHIP SUMMARY".

       01  stmt-consol-accts-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "ACCOUNTS:            ".
           05 scs-accts                 pic zz9.

       01  stmt-consol-bal-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "TOTAL BALANCES:      ".
           05 scs-balance               pic $$$,$$$,$$9.99CR.

       01  stmt-consol-limit-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "TOTAL CREDIT LIMITS: ".
           05 scs-limit                 pic $$$,$$$,$$9.99.

       01  stmt-consol-avail-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "AVAILABLE CREDIT:    ".
           05 scs-avail                 pic $$$,$$$,$$9.99.

       01  stmt-name-line.
           05 filler                    pic x(3).
           05 snl-title                 pic x(4).
           05 filler                    pic x(3).
           05 sdl-desc                  pic x(20).

      *    each statement group opens with its own heading and
      *    closes on its net - debits less credits
       01  stmt-group-heading.
           05 filler                    pic x(3).
           05 sgh-label                 pic x(24).

       01  stmt-group-total-line.
           05 filler                    pic x(17).
           05 filler                    pic x(6) value "TOTAL ".
           05 sgt-label                 pic x(24).
           05 sgt-total                 pic $$$,$$$,$$9.99CR.

       01  stmt-no-activity-line.
           05 filler                    pic x(3).
           05 filler                    pic x(33)
               value "NO ACTIVITY POSTED THIS STATEMENT".

       01  stmt-recovery-note-line.
           05 filler                    pic x(3).
           05 filler                    pic x(41)
               value "RECOV - RECOVERY ON A WRITTEN-OFF ACCOUNT".
           05 filler                    pic x(19)
               value ", BALANCE UNCHANGED".

       01  stmt-closing-line.
           05 filler                    pic x(3).
           05 filler                    pic x(17)
               value "CREDIT LIMIT:    ".
           05 scr-crlimit               pic $$$,$$$,$$9.99.

       01  stmt-min-due-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "MINIMUM PAYMENT DUE: ".
           05 smd-min-due               pic $$$,$$$,$$9.99.

       01  stmt-due-date-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "PAYMENT DUE DATE:    ".
           05 sdd-due-date              pic 9(8).

       01  stmt-no-payment-line.
           05 filler                    pic x(3).
           05 filler                    pic x(33)
               value "NO PAYMENT DUE THIS STATEMENT".

       01  stmt-total-line.
           05 filler                    pic x(3).
           05 filler                    pic x(21)
               value "SUPPRESSED BY PRODUCT: ".
           05 ssl-count                 pic zzzz9.

       01  stmt-consol-count-line.
           05 filler                    pic x(3).
           05 filler                    pic x(24)
               value "CONSOLIDATED STATEMENTS:".
           05 scc-count                 pic zzzz9.

       01  stmt-held-count-line.
           05 filler                    pic x(3).
           05 filler                    pic x(24)
               value "HELD - RETURNED MAIL:   ".
           05 shc-count                 pic zzzz9.

       01  held-heading.
           05 filler                    pic x(40)
               value "STATEMENTS HELD FOR RETURNED MAIL".

       01  held-line.
           05 filler                    pic x(3) value spaces.
           05 hl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 hl-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 hl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 hl-sname                  pic x(15).
           05 filler                    pic x(3) value spaces.
           05 hl-closing                pic $$$,$$$,$$9.99CR.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(5) value "MIN: ".
           05 hl-min-due                pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(5) value "DUE: ".
           05 hl-due-date               pic 9(8).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "FLAGGED: ".
           05 hl-flag-date              pic 9(8).

       01  held-contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(7) value "PHONE: ".
           05 hc-phone                  pic x(12).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "E-MAIL: ".
           05 hc-email                  pic x(30).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "PREFERS: ".
           05 hc-preferred              pic x(6).

       01  held-no-contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(45)
               value "NO PHONE OR E-MAIL ON FILE - RECORD ON IA47".

       01  stmt-consol-acct-count-line.
           05 filler                    pic x(3).
           05 filler                    pic x(24)
               value "ACCOUNTS CONSOLIDATED: ".
           05 sca-count                 pic zzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-acct-eof                  pic x value 'n'.
       01  sw-tran-eof                  pic x value 'n'.
       01  ws-tran-status               pic xx value spaces.
       01  ws-aprd-status               pic xx value spaces.
       01  ws-prod-status               pic xx value spaces.
       01  ws-stob-status               pic xx value spaces.
       01  ws-buscal-status             pic xx value spaces.
       01  sw-buscal-eof                pic x value 'n'.
       01  ws-clnk-status               pic xx value spaces.
       01  ws-cust-status               pic xx value spaces.
       01  ws-look-status               pic xx value spaces.
       01  ws-looktran-status           pic xx value spaces.
       01  sw-clnk-eof                  pic x value 'n'.
       01  sw-look-tran-done            pic x value 'n'.
       01  ws-cust-open-status          pic xx value spaces.
       01  ws-look-open-status          pic xx value spaces.
       01  ws-rtml-status               pic xx value spaces.
       01  ws-cnct-status               pic xx value spaces.
       01  sw-rtml-off                  pic x value 'n'.
       01  sw-cnct-off                  pic x value 'n'.
       01  ws-chgo-status               pic xx value spaces.
       01  sw-chgo-off                  pic x value 'n'.

      *    set while the account in hand is written off - its credits
      *    dated after the write-off are recoveries
       01  sw-acct-written-off          pic x value 'n'.

      *    set while a flagged account's obligation is worked out for
      *    the held-mail report - the payment lines stay off the print
      *    file but the obligation is still recorded, since the
      *    customer owes it whether or not the statement reached them
       01  sw-stmt-held                 pic x value 'n'.

      *    a transaction file that cannot be reached by key leaves the
      *    consolidated sections showing no activity, the same as the
      *    account pass does without TRANFILE
       01  sw-look-tran-off             pic x value 'n'.

      *    an obligation file that cannot be opened still prints the
      *    minimum and due date - only the nightly judging loses them
       01  sw-stob-off                  pic x value 'n'.

      *    product files that cannot be opened switch the product
      *    gate off rather than stopping the statement run.
       01  sw-prod-off                  pic x value 'n'.

       01  ws-tcod-status               pic xx value spaces.
       01  sw-tcod-eof                  pic x value 'n'.

      *    only an explicit 'N' on the account's product suppresses
      *    the statement - no link record, no product record and no
      *    product file all leave the statement printing as before.
      *--------------Counts and Work Fields----------------------
       01  ws-count-statements          pic 9(5) value 0.
       01  ws-count-suppressed          pic 9(5) value 0.
       01  ws-count-consol-stmts        pic 9(5) value 0.
       01  ws-count-consol-accts        pic 9(5) value 0.
       01  ws-count-held                pic 9(5) value 0.

      *    net of the movements on this statement - debits raise what
      *    the customer owes, credits lower it - so the opening
               10 ws-stmt-tran-type     pic x.
               10 ws-stmt-tran-amount   pic 9(6)v99.
               10 ws-stmt-tran-desc     pic x(20).
               10 ws-stmt-tran-group    pic x.
               10 ws-stmt-tran-printed  pic x.
               10 ws-stmt-tran-recovery pic x.

       01  ws-stmt-tran-count           pic 999 value 0.
       01  ws-stmt-recovery-count       pic 999 value 0.
       01  ws-stmt-tran-idx             pic 999 value 0.

      *    the statement groups in the order they print - a code
      *    missing from TCODFILE prints under other activity
       01  ws-grp-values.
           05 filler                    pic x(25)
               value "PPAYMENTS AND CREDITS".
           05 filler                    pic x(25)
               value "UPURCHASES AND DEBITS".
           05 filler                    pic x(25)
               value "FFEES".
           05 filler                    pic x(25)
               value "IINTEREST CHARGED".
           05 filler                    pic x(25)
               value "OOTHER ACTIVITY".
       01  ws-grp-table redefines ws-grp-values.
           05 ws-grp-entry occurs 5 times.
               10 ws-grp-code           pic x.
               10 ws-grp-label          pic x(24).
       01  ws-grp-idx                   pic 9 value 0.
       01  ws-grp-tran-count            pic 999 value 0.
       01  ws-grp-total                 pic s9(7)v99 value 0.

      *    every code on TCODFILE with its statement group
       01  ws-tcod-table.
           05 ws-tc-entry occurs 50 times.
               10 ws-tc-code            pic x(2).
               10 ws-tc-group           pic x.
       01  ws-tcod-count-entries        pic 99 value 0.
       01  ws-tcod-idx                  pic 99 value 0.

      *    a reversal or correction posted on IA25 names its original
      *    in its description - "REV OF  yyyymmdd/nnn" - so it prints
      *    straight under the original rather than where its own key
      *    falls. the reference is built here from the original.
       01  ws-stmt-pair-idx             pic 999 value 0.
       01  ws-stmt-print-idx            pic 999 value 0.
       01  ws-stmt-ref.
           05 ws-stmt-ref-date          pic 9(8).
           05 filler                    pic x value "/".
           05 ws-stmt-ref-seq           pic 9(3).

      *--------------Consolidated Customers----------------------
      *    every account of a customer who chose one consolidated
      *    statement, in customer order as the link file gives them.
      *    an account found here gets no statement of its own - it
      *    prints in its customer's consolidated statement instead,
      *    so nobody is mailed twice. an account that does not fit
      *    keeps its own statement.
       01 ws-consol-table.
           05 ws-consol-entry occurs 3000 times.
               10 ws-cn-acctkey         pic x(8).
               10 ws-cn-cust            pic 9(6).
       01 ws-consol-count               pic 9(4) value 0.
       01 ws-consol-idx                 pic 9(4) value 0.
       01 ws-consol-last-cust           pic 9(6) value 0.
       01 sw-cust-consol                pic x value 'n'.
       01 sw-acct-consol                pic x value 'n'.

      *    the customer whose consolidated statement is being built -
      *    the page only opens on the first account that prints, so a
      *    customer whose every account is suppressed gets nothing
       01 ws-consol-cur-cust            pic 9(6) value 0.
       01 sw-consol-page-open           pic x value 'n'.
       01 ws-consol-acct-count          pic 9(3) value 0.
       01 ws-consol-total-bal           pic s9(8)v99 value 0.
       01 ws-consol-total-limit         pic 9(8)v99 value 0.
       01 ws-consol-total-avail         pic 9(8)v99 value 0.
       01 ws-consol-acct-avail          pic s9(7)v99 value 0.

      *--------------Payment Rule and Due Date--------------------
      *    the house rule a product's zero fields fall back to - the
      *    greater of 3% of the closing balance and $10, due fifteen
      *    business days after the statement, $25 if missed.
       77  ws-default-pct               pic 9(2)v99 value 3.00.
       77  ws-default-floor             pic 9(4)v99 value 10.00.
       77  ws-default-due-days          pic 9(2) value 15.
       77  ws-default-late-fee          pic 9(4)v99 value 25.00.

       01  ws-rule-pct                  pic 9(2)v99 value 0.
       01  ws-rule-floor                pic 9(4)v99 value 0.
       01  ws-rule-due-days             pic 9(2) value 0.
       01  ws-rule-late-fee             pic 9(4)v99 value 0.

       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-min-due                   pic 9(6)v99 value 0.
       01  ws-due-date                  pic 9(8) value 0.
       01  ws-days-counted              pic 99 value 0.

       01 ws-cal-table.
           05 ws-cal-entry occurs 400 times.
               10 ws-cal-date           pic 9(8).
               10 ws-cal-busday         pic x.
       01 ws-cal-count                  pic 999 value 0.
       01 ws-cal-idx                    pic 999 value 0.

      *    a calendar that does not reach far enough falls back to
      *    calendar days - seven for every five business days, so
      *    the customer is never given less time than the rule says
       01  ws-fallback-days             pic 999 value 0.
       01  ws-fallback-idx              pic 999 value 0.
       01  ws-due-parts.
           05 ws-due-yyyy               pic 9(4).
           05 ws-due-mm                 pic 99.
           05 ws-due-dd                 pic 99.
       01  ws-month-days-values         pic x(24)
               value "312831303130313130313031".
       01  ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days             pic 99 occurs 12 times.
       01  ws-leap-quotient             pic 9(4) value 0.
       01  ws-leap-remainder            pic 9 value 0.

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.
           perform 060-read-business-calendar.
           open input acct-file,
                input tran-file,
                output statement-file.
               move 'y' to sw-prod-off
           end-if.

      *    first run creates the obligation file, then reopens it i-o
           open i-o stob-file.
           if ws-stob-status = "35"
               open output stob-file
               close stob-file
               open i-o stob-file
           end-if.
           if ws-stob-status not = "00"
               move 'y' to sw-stob-off
               display "STOBFILE UNAVAILABLE - STATUS: " ws-stob-status
                   " - OBLIGATIONS NOT RECORDED"
           end-if.

           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               stop run
           end-if.

           perform 080-load-consolidation.

           open input tcod-file.
           if ws-tcod-status = "00"
               read tcod-file into TCODREC
                   at end move 'y' to sw-tcod-eof
               end-read
               perform 070-load-one-code until sw-tcod-eof = 'y'
               close tcod-file
           else
               display "TCODFILE UNAVAILABLE - STATUS: " ws-tcod-status
                   " - MOVEMENTS PRINT UNGROUPED"
           end-if.

           open input rtml-file.
           if ws-rtml-status not = "00"
               move 'y' to sw-rtml-off
           end-if.
           open input cnct-file.
           if ws-cnct-status not = "00"
               move 'y' to sw-cnct-off
           end-if.
           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.
           open output held-file.

      *    a missing transaction file just means every statement shows
      *    no activity - the opening balance then equals the closing.
           move ws-tran-status to ws-tranfile-open-status.
           accept nl-date from date.
           accept nl-time from time.

           write held-print-line from name-line
               after advancing page.
           write held-print-line from held-heading
               after advancing 2 lines.

           if sw-tran-eof not = 'y'
               read tran-file into TRANREC
                   at end move 'y' to sw-tran-eof
           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.
           perform 100-produce-statement until sw-acct-eof = 'y'.

           if ws-consol-count > 0
               perform 400-print-consolidated
           end-if.

           move ws-count-statements to stl-count.
           write statement-print-line from stmt-total-line
               after advancing 2 lines.
           write statement-print-line from stmt-suppressed-line
               after advancing 1 line.

           move ws-count-consol-stmts to scc-count.
           write statement-print-line from stmt-consol-count-line
               after advancing 1 line.
           move ws-count-consol-accts to sca-count.
           write statement-print-line from stmt-consol-acct-count-line
               after advancing 1 line.
           move ws-count-held to shc-count.
           write statement-print-line from stmt-held-count-line
               after advancing 1 line.

           write held-print-line from stmt-held-count-line
               after advancing 3 lines.

           if ws-tranfile-open-status = "00"
               close tran-file
           end-if.
           if sw-prod-off not = 'y'
               close aprd-file, prod-file
           end-if.
           if sw-stob-off not = 'y'
               close stob-file
           end-if.
           if sw-rtml-off not = 'y'
               close rtml-file
           end-if.
           if sw-cnct-off not = 'y'
               close cnct-file
           end-if.
           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close acct-file,
                 statement-file,
                 held-file.
           stop run.

       040-check-batch-go.
               close ctl-file
           end-if.

       060-read-business-calendar.

      *    a missing calendar leaves the table empty and every due
      *    date on the calendar-day fallback
           open input business-cal-file.
           if ws-buscal-status = "00"
               read business-cal-file
                   at end move "y" to sw-buscal-eof
               end-read
               if ws-buscal-status not = "00"
                   move "y" to sw-buscal-eof
               end-if
               perform 061-load-one-cal-entry
                   until sw-buscal-eof = "y"
                       or ws-cal-count = 400
               close business-cal-file
           end-if.

       061-load-one-cal-entry.

           add 1 to ws-cal-count.
           move cal-date to ws-cal-date(ws-cal-count).
           move cal-business-flag to ws-cal-busday(ws-cal-count).

           read business-cal-file
               at end move "y" to sw-buscal-eof
           end-read.
           if ws-buscal-status not = "00"
               move "y" to sw-buscal-eof
           end-if.

       070-load-one-code.

           if ws-tcod-count-entries < 50
               add 1 to ws-tcod-count-entries
               move TCOD-CODE to ws-tc-code(ws-tcod-count-entries)
               move TCOD-STMT-GROUP
                   to ws-tc-group(ws-tcod-count-entries)
           end-if.

           read tcod-file into TCODREC at end move 'y' to sw-tcod-eof.

       080-load-consolidation.

      *    both files are needed to know who consolidates, and the
      *    account file must be reachable by key for the second pass -
      *    without all three the table stays empty and every account
      *    keeps its own statement
           open input clnk-file.
           open input cust-file.
           open input acct-look-file.
           move ws-cust-status to ws-cust-open-status.
           move ws-look-status to ws-look-open-status.
           if ws-clnk-status = "00" and ws-cust-status = "00"
               and ws-look-status = "00"
               read clnk-file into CLNKREC
                   at end move 'y' to sw-clnk-eof
               end-read
               perform 085-load-one-consol-link
                   until sw-clnk-eof = 'y'
           else
               display "CUSTOMER FILES UNAVAILABLE - STATUS: "
                   ws-clnk-status " " ws-cust-status " " ws-look-status
                   " - NO CONSOLIDATED STATEMENTS"
           end-if.
           if ws-clnk-status = "00" or ws-clnk-status = "10"
               close clnk-file
           end-if.

      *    nobody consolidating - the files the second pass would
      *    have used are done with
           if ws-consol-count > 0
               open input tran-look-file
               if ws-looktran-status not = "00"
                   move 'y' to sw-look-tran-off
               end-if
           else
               if ws-cust-open-status = "00"
                   close cust-file
               end-if
               if ws-look-open-status = "00"
                   close acct-look-file
               end-if
           end-if.

       085-load-one-consol-link.

           if CLNK-CUST-NUMBER not = ws-consol-last-cust
               move CLNK-CUST-NUMBER to ws-consol-last-cust
               move 'n' to sw-cust-consol
               move CLNK-CUST-NUMBER to fd-custkey
               read cust-file into CUSTREC
                   invalid key continue
               end-read
               if ws-cust-status = "00" and CUST-WANTS-CONSOL
                   move 'y' to sw-cust-consol
               end-if
           end-if.

           if sw-cust-consol = 'y'
               if ws-consol-count < 3000
                   add 1 to ws-consol-count
                   move CLNK-ACCTKEY to ws-cn-acctkey(ws-consol-count)
                   move CLNK-CUST-NUMBER to ws-cn-cust(ws-consol-count)
               else
                   display "***** DCIA2STM: CONSOLIDATION TABLE FULL - "
                       "ACCOUNT " CLNK-ACCTKEY " GETS ITS OWN STATEMENT"
               end-if
           end-if.

           read clnk-file into CLNKREC
               at end move 'y' to sw-clnk-eof.

       100-produce-statement.

      *    the pairing pass must consume this account's movements
           compute ws-opening-balance = CURBAL - ws-net-movement.

           perform 180-check-product-selection.
           perform 190-check-consolidated.

      *    a consolidated customer's account prints in the second
      *    pass, under its customer, and nowhere else
           if ws-prod-stmt-sw = 'N'
               add 1 to ws-count-suppressed
           else
               if sw-acct-consol not = 'y'
                   perform 500-check-returned-mail
                   if sw-stmt-held = 'y'
                       perform 510-hold-statement
                   else
                       perform 200-print-statement-page
                       add 1 to ws-count-statements
                   end-if
               end-if
           end-if.

           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.

       140-check-written-off.

      *    same test the ledger run applies - only a credit dated
      *    after the write-off is a recovery
           move 'n' to sw-acct-written-off.
           if sw-chgo-off not = 'y'
               move ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key continue
               end-read
               if ws-chgo-status = "00" and CHGO-WRITTEN-OFF
                   move 'y' to sw-acct-written-off
               end-if
           end-if.

       150-load-account-trans.

           move 0 to ws-stmt-tran-count.
           move 0 to ws-net-movement.
           perform 140-check-written-off.

      *    movements keyed below this account belong to accounts no
      *    longer on file - skip past them so the pairing stays lined

       170-load-one-tran.

           perform 175-buffer-one-tran.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       175-buffer-one-tran.

           add 1 to ws-stmt-tran-count.
           move TRAN-DATE to ws-stmt-tran-date(ws-stmt-tran-count).
           move TRAN-SEQ to ws-stmt-tran-seq(ws-stmt-tran-count).
           move TRAN-TYPE to ws-stmt-tran-type(ws-stmt-tran-count).
           move TRAN-AMOUNT to ws-stmt-tran-amount(ws-stmt-tran-count).
           move TRAN-DESC to ws-stmt-tran-desc(ws-stmt-tran-count).
           move 'N' to ws-stmt-tran-printed(ws-stmt-tran-count).
           move 'N' to ws-stmt-tran-recovery(ws-stmt-tran-count).
           move 'O' to ws-stmt-tran-group(ws-stmt-tran-count).
           perform 177-find-tran-group
               varying ws-tcod-idx from 1 by 1
               until ws-tcod-idx > ws-tcod-count-entries.

      *    a recovery never reached CURBAL, so it stays out of the net
      *    that backs the opening balance out of it
           if TRAN-TYPE-CREDIT
               and sw-acct-written-off = 'y'
               and TRAN-DATE > CHGO-DATE
               move 'Y' to ws-stmt-tran-recovery(ws-stmt-tran-count)
           end-if.

           if ws-stmt-tran-recovery(ws-stmt-tran-count) = 'Y'
               continue
           else
           if TRAN-TYPE-DEBIT
               add TRAN-AMOUNT to ws-net-movement
           else
               subtract TRAN-AMOUNT from ws-net-movement
           end-if
           end-if.

       177-find-tran-group.

           if ws-tc-code(ws-tcod-idx) = TRAN-CODE
               move ws-tc-group(ws-tcod-idx)
                   to ws-stmt-tran-group(ws-stmt-tran-count)
           end-if.

       180-check-product-selection.

           move 'Y' to ws-prod-stmt-sw.
           move 0 to ws-rule-pct.
           move 0 to ws-rule-floor.
           move 0 to ws-rule-due-days.
           move 0 to ws-rule-late-fee.

           if sw-prod-off not = 'y'
               move ACCTKEY to fd-aprdkey
                       and not PROD-GETS-STATEMENT
                       move 'N' to ws-prod-stmt-sw
                   end-if
                   if ws-prod-status = "00"
                       move PROD-MINPAY-PCT to ws-rule-pct
                       move PROD-MINPAY-FLOOR to ws-rule-floor
                       move PROD-DUE-DAYS to ws-rule-due-days
                       move PROD-LATE-FEE to ws-rule-late-fee
                   end-if
               end-if
           end-if.

       190-check-consolidated.

           move 'n' to sw-acct-consol.
           perform 195-match-one-consol
               varying ws-consol-idx from 1 by 1
               until ws-consol-idx > ws-consol-count
                   or sw-acct-consol = 'y'.

       195-match-one-consol.

           if ws-cn-acctkey(ws-consol-idx) = ACCTKEY
               move 'y' to sw-acct-consol
           end-if.

       200-print-statement-page.

           move spaces to statement-print-line.
           write statement-print-line from stmt-addr-line
               after advancing 1 line.

           perform 210-print-account-body.

      *    opening balance, movements, closing balance, limit and the
      *    payment due - the body of an account's own statement and
      *    of its section of a consolidated one
       210-print-account-body.

           move ws-opening-balance to sol-opening.
           write statement-print-line from stmt-opening-line
               after advancing 2 lines.

           move 0 to ws-stmt-recovery-count.
           if ws-stmt-tran-count > 0
               write statement-print-line from stmt-detail-heading
                   after advancing 2 lines
               perform 220-print-one-group
                   varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > 5
               if ws-stmt-recovery-count > 0
                   write statement-print-line
                       from stmt-recovery-note-line
                       after advancing 2 lines
               end-if
           else
               write statement-print-line from stmt-no-activity-line
                   after advancing 2 lines
           write statement-print-line from stmt-crlimit-line
               after advancing 1 line.

           perform 250-set-payment-obligation.

       220-print-one-group.

      *    movements print group by group, each group in key order.
      *    a group with nothing left to print is left off - a line
      *    already printed under its original elsewhere counts there
           move 0 to ws-grp-tran-count.
           move 0 to ws-grp-total.
           perform 225-count-group-tran
               varying ws-stmt-tran-idx from 1 by 1
               until ws-stmt-tran-idx > ws-stmt-tran-count.

           if ws-grp-tran-count > 0
               move ws-grp-label(ws-grp-idx) to sgh-label
               write statement-print-line from stmt-group-heading
                   after advancing 2 lines
               perform 300-print-one-tran
                   varying ws-stmt-tran-idx from 1 by 1
                   until ws-stmt-tran-idx > ws-stmt-tran-count
               move ws-grp-label(ws-grp-idx) to sgt-label
               move ws-grp-total to sgt-total
               write statement-print-line from stmt-group-total-line
                   after advancing 1 line
           end-if.

       225-count-group-tran.

           if ws-stmt-tran-group(ws-stmt-tran-idx)
                   = ws-grp-code(ws-grp-idx)
               and ws-stmt-tran-printed(ws-stmt-tran-idx) not = 'Y'
               add 1 to ws-grp-tran-count
           end-if.

       250-set-payment-obligation.

           if ws-rule-pct = 0
               move ws-default-pct to ws-rule-pct
           end-if.
           if ws-rule-floor = 0
               move ws-default-floor to ws-rule-floor
           end-if.
           if ws-rule-due-days = 0
               move ws-default-due-days to ws-rule-due-days
           end-if.
           if ws-rule-late-fee = 0
               move ws-default-late-fee to ws-rule-late-fee
           end-if.

      *    nothing is owed on a zero or credit balance - otherwise
      *    the greater of the percentage and the floor, but never
      *    more than the balance itself
           if CURBAL not > 0
               move 0 to ws-min-due
               move 0 to ws-due-date
               if sw-stmt-held not = 'y'
                   write statement-print-line from stmt-no-payment-line
                       after advancing 2 lines
               end-if
           else
               compute ws-min-due rounded =
                   CURBAL * ws-rule-pct / 100
               if ws-min-due < ws-rule-floor
                   move ws-rule-floor to ws-min-due
               end-if
               if ws-min-due > CURBAL
                   move CURBAL to ws-min-due
               end-if
               perform 260-find-due-date
               if sw-stmt-held not = 'y'
                   move ws-min-due to smd-min-due
                   write statement-print-line from stmt-min-due-line
                       after advancing 2 lines
                   move ws-due-date to sdd-due-date
                   write statement-print-line from stmt-due-date-line
                       after advancing 1 line
               end-if
           end-if.

           if sw-stob-off not = 'y'
               perform 280-record-obligation
           end-if.

       260-find-due-date.

           move 0 to ws-due-date.
           move 0 to ws-days-counted.
           perform 265-count-one-cal-date
               varying ws-cal-idx from 1 by 1
               until ws-cal-idx > ws-cal-count
                   or ws-due-date > 0.

           if ws-due-date = 0
               display "warning - business calendar does not cover "
                   "the due date for " ACCTCODE ACCTNO
                   " - using calendar days"
               compute ws-fallback-days =
                   (ws-rule-due-days * 7 + 4) / 5
               move ws-today-yyyymmdd to ws-due-parts
               perform 270-add-one-day
                   varying ws-fallback-idx from 1 by 1
                   until ws-fallback-idx > ws-fallback-days
               move ws-due-parts to ws-due-date
           end-if.

       265-count-one-cal-date.

           if ws-cal-date(ws-cal-idx) > ws-today-yyyymmdd
               and ws-cal-busday(ws-cal-idx) = "Y"
               add 1 to ws-days-counted
               if ws-days-counted = ws-rule-due-days
                   move ws-cal-date(ws-cal-idx) to ws-due-date
               end-if
           end-if.

       270-add-one-day.

           move 28 to ws-month-days(2).
           divide ws-due-yyyy by 4 giving ws-leap-quotient
               remainder ws-leap-remainder.
           if ws-leap-remainder = 0
               move 29 to ws-month-days(2)
           end-if.

           add 1 to ws-due-dd.
           if ws-due-dd > ws-month-days(ws-due-mm)
               move 1 to ws-due-dd
               add 1 to ws-due-mm
               if ws-due-mm > 12
                   move 1 to ws-due-mm
                   add 1 to ws-due-yyyy
               end-if
           end-if.

       280-record-obligation.

      *    a rerun on the same statement date replaces the record it
      *    wrote the first time rather than failing on the key
           move spaces to STOBREC.
           move ACCTKEY to STOB-ACCTKEY.
           move ws-today-yyyymmdd to STOB-STMT-DATE.
           move CURBAL to STOB-CLOSING-BAL.
           move ws-min-due to STOB-MIN-DUE.
           move ws-due-date to STOB-DUE-DATE.
           move ws-rule-late-fee to STOB-LATE-FEE.
           move 0 to STOB-PAID.
           if ws-min-due > 0
               set STOB-OPEN to true
           else
               set STOB-NOTHING-DUE to true
           end-if.
           move ws-today-yyyymmdd to STOB-STATUS-DATE.

           move STOB-KEY to fd-stobkey.
           write stob-file-record from STOBREC
               invalid key continue
           end-write.
           if ws-stob-status = "22"
               rewrite stob-file-record from STOBREC
           end-if.

       300-print-one-tran.

      *    a line already printed under its original is not repeated
           if ws-stmt-tran-printed(ws-stmt-tran-idx) not = 'Y'
               and ws-stmt-tran-group(ws-stmt-tran-idx)
                   = ws-grp-code(ws-grp-idx)
               move ws-stmt-tran-idx to ws-stmt-print-idx
               perform 310-print-detail-line
               move ws-stmt-tran-date(ws-stmt-tran-idx)
                   to ws-stmt-ref-date
               move ws-stmt-tran-seq(ws-stmt-tran-idx)
                   to ws-stmt-ref-seq
               perform 320-print-paired-tran
                   varying ws-stmt-pair-idx from ws-stmt-tran-idx by 1
                   until ws-stmt-pair-idx > ws-stmt-tran-count
           end-if.

       310-print-detail-line.

           move spaces to stmt-detail-line.
           move ws-stmt-tran-date(ws-stmt-print-idx) to sdl-date.
           move ws-stmt-tran-seq(ws-stmt-print-idx) to sdl-seq.

           if ws-stmt-tran-desc(ws-stmt-print-idx)(1:7) = "REV OF "
               if ws-stmt-tran-type(ws-stmt-print-idx) = 'D'
                   move "REV DR" to sdl-type
               else
                   move "REV CR" to sdl-type
               end-if
           else
           if ws-stmt-tran-desc(ws-stmt-print-idx)(1:8) = "CORR OF "
               if ws-stmt-tran-type(ws-stmt-print-idx) = 'D'
                   move "COR DR" to sdl-type
               else
                   move "COR CR" to sdl-type
               end-if
           else
           if ws-stmt-tran-type(ws-stmt-print-idx) = 'D'
               move "DEBIT" to sdl-type
           else
               move "CREDIT" to sdl-type
           end-if
           end-if
           end-if.
           if ws-stmt-tran-recovery(ws-stmt-print-idx) = 'Y'
               move "RECOV" to sdl-type
           end-if.

           move ws-stmt-tran-amount(ws-stmt-print-idx) to sdl-amount.
           move ws-stmt-tran-desc(ws-stmt-print-idx) to sdl-desc.
           move 'Y' to ws-stmt-tran-printed(ws-stmt-print-idx).

      *    a recovery is listed but does not move the balance, so it
      *    stays out of its group's total as well
           if ws-stmt-tran-recovery(ws-stmt-print-idx) = 'Y'
               add 1 to ws-stmt-recovery-count
           else
           if ws-stmt-tran-type(ws-stmt-print-idx) = 'D'
               add ws-stmt-tran-amount(ws-stmt-print-idx)
                   to ws-grp-total
           else
               subtract ws-stmt-tran-amount(ws-stmt-print-idx)
                   from ws-grp-total
           end-if
           end-if.

           write statement-print-line from stmt-detail-line
               after advancing 1 line.

       320-print-paired-tran.

           if ws-stmt-tran-printed(ws-stmt-pair-idx) not = 'Y'
               and (ws-stmt-tran-desc(ws-stmt-pair-idx)(1:7)
                       = "REV OF "
                   or ws-stmt-tran-desc(ws-stmt-pair-idx)(1:8)
                       = "CORR OF ")
               and ws-stmt-tran-desc(ws-stmt-pair-idx)(9:12)
                   = ws-stmt-ref
               move ws-stmt-pair-idx to ws-stmt-print-idx
               perform 310-print-detail-line
           end-if.

       400-print-consolidated.

      *    one statement per consolidating customer - each linked
      *    account in its own section, then the relationship summary
           move 0 to ws-consol-cur-cust.
           move 'n' to sw-consol-page-open.
           perform 410-consolidate-one-account
               varying ws-consol-idx from 1 by 1
               until ws-consol-idx > ws-consol-count.
           if sw-consol-page-open = 'y'
               perform 480-print-consol-summary
           end-if.

           if sw-look-tran-off not = 'y'
               close tran-look-file
           end-if.
           close acct-look-file, cust-file.

       410-consolidate-one-account.

           if ws-cn-cust(ws-consol-idx) not = ws-consol-cur-cust
               if sw-consol-page-open = 'y'
                   perform 480-print-consol-summary
               end-if
               move ws-cn-cust(ws-consol-idx) to ws-consol-cur-cust
               move 'n' to sw-consol-page-open
           end-if.

      *    a stale link whose account is gone prints nothing
           move ws-cn-acctkey(ws-consol-idx) to fd-lookkey.
           read acct-look-file into ACCTREC
               invalid key continue
           end-read.

           if ws-look-status = "00"
               perform 180-check-product-selection
               if ws-prod-stmt-sw not = 'N'
                   perform 500-check-returned-mail
               end-if
               if ws-prod-stmt-sw not = 'N' and sw-stmt-held = 'y'
                   perform 510-hold-statement
               end-if
               if ws-prod-stmt-sw not = 'N' and sw-stmt-held not = 'y'
                   perform 420-load-look-trans
                   compute ws-opening-balance =
                       CURBAL - ws-net-movement
                   if sw-consol-page-open not = 'y'
                       perform 430-open-consol-page
                   end-if
                   perform 440-print-consol-section
               end-if
           end-if.

       420-load-look-trans.

           move 0 to ws-stmt-tran-count.
           move 0 to ws-net-movement.
           move 'n' to sw-look-tran-done.
           perform 140-check-written-off.

           if sw-look-tran-off = 'y'
               move 'y' to sw-look-tran-done
           else
               move low-values to fd-looktrankey
               move ACCTKEY to fd-looktrankey(1:8)
               start tran-look-file key is not less than fd-looktrankey
                   invalid key move 'y' to sw-look-tran-done
               end-start
           end-if.

           perform 425-load-one-look-tran
               until sw-look-tran-done = 'y'
                   or ws-stmt-tran-count = 200.

           if ws-stmt-tran-count = 200
               and sw-look-tran-done not = 'y'
               read tran-look-file next record into TRANREC
                   at end move 'y' to sw-look-tran-done
               end-read
               if sw-look-tran-done not = 'y'
                   and TRAN-ACCTKEY = ACCTKEY
                   display "warning - account " ACCTCODE ACCTNO
                       " has more than 200 movements - "
                       "statement truncated"
               end-if
           end-if.

       425-load-one-look-tran.

           read tran-look-file next record into TRANREC
               at end move 'y' to sw-look-tran-done
           end-read.

           if sw-look-tran-done not = 'y'
               if TRAN-ACCTKEY = ACCTKEY
                   perform 175-buffer-one-tran
               else
                   move 'y' to sw-look-tran-done
               end-if
           end-if.

       430-open-consol-page.

           move ws-consol-cur-cust to fd-custkey.
           move spaces to CUSTREC.
           read cust-file into CUSTREC
               invalid key continue
           end-read.

           move spaces to statement-print-line.
           move ws-consol-cur-cust to sch-cust.

           write statement-print-line from name-line
               after advancing page.
           write statement-print-line from stmt-consol-heading
               after advancing 2 lines.

           move CUST-TITL  to snl-title.
           move CUST-FNAME to snl-fname.
           move CUST-SNAME to snl-sname.
           write statement-print-line from stmt-name-line
               after advancing 2 lines.

           move CUST-ADDR1 to sal-addr.
           write statement-print-line from stmt-addr-line
               after advancing 1 line.
           move CUST-ADDR2 to sal-addr.
           write statement-print-line from stmt-addr-line
               after advancing 1 line.

           move 'y' to sw-consol-page-open.
           move 0 to ws-consol-acct-count.
           move 0 to ws-consol-total-bal.
           move 0 to ws-consol-total-limit.
           move 0 to ws-consol-total-avail.
           add 1 to ws-count-consol-stmts.

       440-print-consol-section.

           move ACCTCODE to scal-acctcode.
           move ACCTNO   to scal-acctno.
           write statement-print-line from stmt-consol-acct-line
               after advancing 3 lines.

           perform 210-print-account-body.

      *    available credit is taken account by account - an account
      *    over its limit has none, and does not eat into the others
           add 1 to ws-consol-acct-count.
           add 1 to ws-count-consol-accts.
           add CURBAL to ws-consol-total-bal.
           add CRLIMIT to ws-consol-total-limit.
           compute ws-consol-acct-avail = CRLIMIT - CURBAL.
           if ws-consol-acct-avail > 0
               add ws-consol-acct-avail to ws-consol-total-avail
           end-if.

       480-print-consol-summary.

           write statement-print-line from stmt-consol-summary-heading
               after advancing 3 lines.

           move ws-consol-acct-count to scs-accts.
           write statement-print-line from stmt-consol-accts-line
               after advancing 2 lines.
           move ws-consol-total-bal to scs-balance.
           write statement-print-line from stmt-consol-bal-line
               after advancing 1 line.
           move ws-consol-total-limit to scs-limit.
           write statement-print-line from stmt-consol-limit-line
               after advancing 1 line.
           move ws-consol-total-avail to scs-avail.
           write statement-print-line from stmt-consol-avail-line
               after advancing 1 line.

           move 'n' to sw-consol-page-open.

       500-check-returned-mail.

      *    an account whose mail is coming back gets nothing on the
      *    print file until an address change clears the flag
           move 'n' to sw-stmt-held.
           if sw-rtml-off not = 'y'
               move ACCTKEY to fd-rtmlkey
               read rtml-file into RTMLREC
                   invalid key continue
               end-read
               if ws-rtml-status = "00" and RTML-FLAGGED
                   move 'y' to sw-stmt-held
               end-if
           end-if.

       510-hold-statement.

      *    the held-mail report carries what the statement would have
      *    told the customer and the other ways to reach them
           perform 250-set-payment-obligation.
           add 1 to ws-count-held.

           move spaces to held-line.
           move ACCTCODE to hl-acctcode.
           move ACCTNO to hl-acctno.
           move FNAME to hl-fname.
           move SNAME to hl-sname.
           move CURBAL to hl-closing.
           move ws-min-due to hl-min-due.
           move ws-due-date to hl-due-date.
           move RTML-FLAG-DATE to hl-flag-date.
           write held-print-line from held-line
               after advancing 2 lines.

           perform 520-list-contact-methods.
           move 'n' to sw-stmt-held.

       520-list-contact-methods.

           if sw-cnct-off not = 'y'
               move ACCTKEY to fd-cnctkey
               read cnct-file into CNCTREC
                   invalid key continue
               end-read
           end-if.

           if sw-cnct-off not = 'y' and ws-cnct-status = "00"
               move CNCT-PHONE to hc-phone
               move CNCT-EMAIL to hc-email
               if CNCT-PREFERS-PHONE
                   move "PHONE" to hc-preferred
               else
               if CNCT-PREFERS-EMAIL
                   move "E-MAIL" to hc-preferred
               else
                   move "LETTER" to hc-preferred
               end-if
               end-if
               write held-print-line from held-contact-line
                   after advancing 1 line
           else
               write held-print-line from held-no-contact-line
                   after advancing 1 line
           end-if.

       end program DCIA2STM.
