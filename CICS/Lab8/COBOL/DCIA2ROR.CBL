       identification division.
       program-id. DCIA2ROR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every negotiated rate agreed through IA53.
           select rato-file
           assign to "RATOFILE"
           organization is indexed
           access mode is sequential
           record key is fd-ratokey
           file status is ws-rato-status.

      *    each account's balance is what the month's accrual will
      *    be charged on.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the account-to-product link and the product reference -
      *    an account whose product does not accrue gives nothing
      *    away. either file being unavailable leaves every account
      *    accruing, as DCIA2INT does.
           select aprd-file
           assign to "APRDFILE"
           organization is indexed
           access mode is random
           record key is fd-aprdkey
           file status is ws-aprd-status.

           select prod-file
           assign to "PRODFILE"
           organization is indexed
           access mode is random
           record key is fd-prodkey
           file status is ws-prod-status.

      *    the standard monthly rates DCIA2INT would otherwise use -
      *    'S' lines per status code, 'B' lines per branch, a branch
      *    rate winning over a status rate.
           select rate-file
           assign to "../../../data/IntRates.dat"
           organization is line sequential
           file status is ws-rate-status.

           select report-file
           assign to "../../../data/DCIA2ROR.out"
           organization is line sequential.

       data division.
       file section.

       fd  rato-file
           record contains 65 characters.
       01  rato-file-record.
           05 fd-ratokey                pic x(8).
           05 filler                    pic x(57).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  aprd-file
           record contains 10 characters.
       01  aprd-file-record.
           05 fd-aprdkey                pic x(8).
           05 filler                    pic x(2).

       fd  prod-file
           record contains 46 characters.
       01  prod-file-record.
           05 fd-prodkey                pic x(2).
           05 filler                    pic x(44).

       fd  rate-file
           data record is rate-line.
       01  rate-line.
           05 rt-scope                  pic x.
           05 rt-key                    pic x(3).
           05 rt-rate                   pic 9v9999.

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY NEGOTIATED RATE OVERRIDE RECORD LAYOUT
       COPY 'RATOREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY ACCOUNT-TO-PRODUCT LINK RECORD LAYOUT
       COPY 'APRDREC'.

      * COPY PRODUCT-CODE FILE RECORD LAYOUT
       COPY 'PRODREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, RATE OVRD".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NEGOTIATED RATE OVERRIDE REPORT".

       01  section-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(50)
               value "OVERRIDES EXPIRING IN THE NEXT 30 DAYS".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "ACCOUNT".
           05 filler                    pic x(9) value "  NEG".
           05 filler                    pic x(9) value "  STD".
           05 filler                    pic x(10) value "START".
           05 filler                    pic x(10) value "EXPIRES".
           05 filler                    pic x(6) value "DAYS".
           05 filler                    pic x(10) value "APPROVER".
           05 filler                    pic x(15) value "     BALANCE".
           05 filler                    pic x(14) value "   GIVEN AWAY".

       01  override-line.
           05 filler                    pic x(3) value spaces.
           05 ol-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 ol-acctno                 pic 9(5).
           05 filler                    pic x(2) value spaces.
           05 ol-rate                   pic 9.9999.
           05 filler                    pic x(3) value spaces.
           05 ol-std-rate               pic 9.9999.
           05 filler                    pic x(3) value spaces.
           05 ol-start                  pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 ol-expiry                 pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 ol-days                   pic zz9.
           05 filler                    pic x(3) value spaces.
           05 ol-approver               pic x(8).
           05 filler                    pic x(2) value spaces.
           05 ol-balance                pic $$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 ol-given                  pic $$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 ol-reason                 pic x(20).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$$,$$$,$$9.99-.

      *--------------Loop Switches-------------------------------
       01  sw-rato-eof                  pic x value 'n'.
       01  sw-rate-eof                  pic x value 'n'.
       01  ws-rato-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-aprd-status               pic xx value spaces.
       01  ws-prod-status               pic xx value spaces.
       01  ws-rate-status               pic xx value spaces.

      *    product files that cannot be opened switch the product
      *    gate off, as in the accrual run.
       01  sw-prod-off                  pic x value 'n'.
       01  ws-prod-accrue-sw            pic x value 'Y'.

      *--------------Standard Rate Table--------------------------
      *    loaded and searched exactly as DCIA2INT does, so the rate
      *    compared against is the one the account would really get
       01 ws-rate-table.
           05 ws-rate-entry occurs 30 times.
               10 ws-rate-scope         pic x.
               10 ws-rate-key           pic x(3).
               10 ws-rate-rate          pic 9v9999.

       01 ws-rate-count                 pic 99 value 0.
       01 ws-rate-idx                   pic 99 value 0.
       01 ws-rate-found-sw              pic x value "N".
           88 ws-rate-found                  value "Y".
       01 ws-std-rate                   pic 9v9999 value 0.

      *--------------Window Arithmetic----------------------------
      *    dates age on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       77  ws-window-days               pic 9(3) value 30.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-days-left                 pic s9(7) value 0.

      *--------------One Override----------------------------------
       01  ws-balance                   pic s9(6)v99 value 0.
       01  ws-given-away                pic s9(7)v99 value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-in-force         pic 9(7) value 0.
           05 ws-count-expiring         pic 9(7) value 0.
           05 ws-count-not-started      pic 9(7) value 0.
      *    an override whose expiry has passed is not used by the
      *    accrual run - it should be removed on IA53
           05 ws-count-expired          pic 9(7) value 0.
           05 ws-count-no-account       pic 9(7) value 0.
       01 ws-total-given                pic s9(9)v99 value 0.
       01 ws-total-expiring-given       pic s9(9)v99 value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-rate-table.

           open input rato-file.
           if ws-rato-status not = "00"
               display "RATOFILE OPEN FAILED - STATUS: " ws-rato-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close rato-file
               stop run
           end-if.

           open input aprd-file.
           open input prod-file.
           if ws-aprd-status not = "00" or ws-prod-status not = "00"
               move 'y' to sw-prod-off
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from section-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read rato-file into RATOREC
               at end move 'y' to sw-rato-eof.
           perform 100-assess-override until sw-rato-eof = 'y'.

           perform 900-print-totals.

           if sw-prod-off not = 'y'
               close aprd-file, prod-file
           end-if.
           close rato-file,
                 acct-file,
                 report-file.
           stop run.

       050-read-rate-table.

      *    a missing rate file just means every standard rate is
      *    zero, so the whole negotiated charge counts as given
      *    away or taken on.
           open input rate-file.

           if ws-rate-status = "00"
               read rate-file
                   at end move 'y' to sw-rate-eof
               end-read
               if ws-rate-status not = "00"
                   move 'y' to sw-rate-eof
               end-if
               perform 055-load-one-rate
                   until sw-rate-eof = 'y'
                       or ws-rate-count = 30
               close rate-file
           end-if.

       055-load-one-rate.

           add 1 to ws-rate-count.
           move rt-scope to ws-rate-scope(ws-rate-count).
           move rt-key to ws-rate-key(ws-rate-count).
           move rt-rate to ws-rate-rate(ws-rate-count).

           read rate-file
               at end move 'y' to sw-rate-eof
           end-read.
           if ws-rate-status not = "00"
               move 'y' to sw-rate-eof
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-assess-override.

           add 1 to ws-count-read.

           if RATO-EXPIRY-DATE < ws-today-yyyymmdd
               add 1 to ws-count-expired
           else
           if RATO-START-DATE > ws-today-yyyymmdd
               add 1 to ws-count-not-started
           else
               perform 110-measure-override
           end-if
           end-if.

           read rato-file into RATOREC
               at end move 'y' to sw-rato-eof.

       110-measure-override.

           add 1 to ws-count-in-force.

           move RATO-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.
           if ws-acct-status not = "00"
               add 1 to ws-count-no-account
               move 0 to ws-balance
               move 0 to ws-std-rate
           else
               move CURBAL to ws-balance
               perform 200-find-standard-rate
               perform 230-check-product-eligibility
           end-if.

      *    the month's interest at the standard rate less what the
      *    negotiated rate will charge - only a positive balance
      *    accrues, and a product that does not accrue gives
      *    nothing away
           move 0 to ws-given-away.
           if ws-balance > 0 and ws-prod-accrue-sw not = 'N'
               compute ws-given-away rounded =
                   ws-balance * ws-std-rate
                 - ws-balance * RATO-RATE
           end-if.
           add ws-given-away to ws-total-given.

           move RATO-EXPIRY-DATE to ws-date-parts.
           perform 060-date-to-days.
           compute ws-days-left = ws-ref-days - ws-today-days.

           if ws-days-left not > ws-window-days
               add 1 to ws-count-expiring
               add ws-given-away to ws-total-expiring-given
               perform 300-print-override
           end-if.

       200-find-standard-rate.

      *    a branch rate wins over a status rate, so the branch scan
      *    runs first and the status scan only fills the gap.
           move "N" to ws-rate-found-sw.
           move 0 to ws-std-rate.

           perform 210-check-branch-rate
               varying ws-rate-idx from 1 by 1
               until ws-rate-idx > ws-rate-count
                   or ws-rate-found.

           if not ws-rate-found
               perform 220-check-status-rate
                   varying ws-rate-idx from 1 by 1
                   until ws-rate-idx > ws-rate-count
                       or ws-rate-found
           end-if.

       210-check-branch-rate.

           if ws-rate-scope(ws-rate-idx) = "B"
               and ws-rate-key(ws-rate-idx) = ACCTCODE
               set ws-rate-found to true
               move ws-rate-rate(ws-rate-idx) to ws-std-rate
           end-if.

       220-check-status-rate.

           if ws-rate-scope(ws-rate-idx) = "S"
               and ws-rate-key(ws-rate-idx)(1:1) = STAT
               set ws-rate-found to true
               move ws-rate-rate(ws-rate-idx) to ws-std-rate
           end-if.

       230-check-product-eligibility.

           move 'Y' to ws-prod-accrue-sw.

           if sw-prod-off not = 'y'
               move ACCTKEY to fd-aprdkey
               read aprd-file into APRDREC
                   invalid key continue
               end-read
               if ws-aprd-status = "00"
                   move APRD-PRODUCT-CODE to fd-prodkey
                   read prod-file into PRODREC
                       invalid key continue
                   end-read
                   if ws-prod-status = "00"
                       and not PROD-ACCRUES
                       move 'N' to ws-prod-accrue-sw
                   end-if
               end-if
           end-if.

       300-print-override.

           move RATO-ACCTCODE to ol-acctcode.
           move RATO-ACCTNO to ol-acctno.
           move RATO-RATE to ol-rate.
           move ws-std-rate to ol-std-rate.
           move RATO-START-DATE to ol-start.
           move RATO-EXPIRY-DATE to ol-expiry.
           move ws-days-left to ol-days.
           move RATO-APPROVER to ol-approver.
           move ws-balance to ol-balance.
           move ws-given-away to ol-given.
           move RATO-REASON to ol-reason.
           write report-print-line from override-line
               after advancing 1 line.

       900-print-totals.

           move "OVERRIDES ON FILE" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "IN FORCE TODAY" to cl-label.
           move ws-count-in-force to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "EXPIRING IN 30 DAYS" to cl-label.
           move ws-count-expiring to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "NOT YET STARTED" to cl-label.
           move ws-count-not-started to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "EXPIRED - REMOVE ON IA53" to cl-label.
           move ws-count-expired to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ACCOUNT NOT ON ACCTFILE" to cl-label.
           move ws-count-no-account to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "GIVEN AWAY - EXPIRING" to al-label.
           move ws-total-expiring-given to al-amount.
           write report-print-line from amount-line
               after advancing 2 lines.

           move "GIVEN AWAY - ALL IN FORCE" to al-label.
           move ws-total-given to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       end program DCIA2ROR.
