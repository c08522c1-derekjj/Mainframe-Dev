       identification division.
       program-id. Lab9CallReason.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every daily-feed line the intake posted, with the call
      *    reason and the account it was tied to.
           select daily-history-file
           assign to '../../../data/lab9DailyHist.dat'
               organization is line sequential
               file status is ws-dailyhist-status.

      *    the call-reason codes and their descriptions.
           select call-reason-file
           assign to '../../../data/lab9CallReasons.dat'
               organization is line sequential
               file status is ws-callrsn-status.

      *    the month to analyse. a missing file takes the current
      *    business month.
           select reason-parm-file
           assign to '../../../data/lab9ReasonParm.dat'
               organization is line sequential
               file status is ws-rsnparm-status.

      *    the account-to-product link and the product reference -
      *    either being unavailable leaves every call's product
      *    unknown, and the reason and branch analysis still runs.
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

      *    branch names only - the branch is the account code.
           select brch-file
           assign to "BRCHFILE"
           organization is indexed
           access mode is random
           record key is fd-brchkey
           file status is ws-brch-status.

           select report-file
           assign to '../../../data/lab9CallReason.out'
               organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

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

       fd daily-history-file
           data record is daily-history-line.

       01 daily-history-line.
           05 dh-operator               pic x(3).
           05 dh-date                   pic 9(8).
           05 dh-calls                  pic 9(3).
           05 dh-talk-seconds           pic 9(5).
           05 dh-reason-code            pic x(2).
           05 dh-acct-key               pic x(8).

       fd call-reason-file
           data record is call-reason-line.

       01 call-reason-line.
           05 crl-code                  pic x(2).
           05 crl-desc                  pic x(24).

       fd reason-parm-file
           data record is reason-parm-line.

       01 reason-parm-line.
           05 rpl-month                 pic 99.

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

       fd  brch-file
           record contains 42 characters.

       01  brch-file-record.
           05 fd-brchkey                pic x(3).
           05 filler                    pic x(39).

       fd report-file
           data record is print-line.

       01 print-line                    pic x(132).

       fd  run-stats-file
           data record is run-stats-line.

       01  run-stats-line.
           05 rs-job-name               pic x(8).
           05 rs-run-date               pic 9(8).
           05 rs-start-time             pic 9(6).
           05 rs-end-time               pic 9(6).
           05 rs-records-read           pic 9(7).
           05 rs-records-written        pic 9(7).

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

      *--------------Report Lines----------------------------------
       01 report-heading.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(29)
               value 'call-reason analysis - month '.
           05 rh-year                pic 9(4).
           05 filler                 pic x value '/'.
           05 rh-month               pic 99.

       01 section-heading.
           05 filler                 pic x(2) value spaces.
           05 sh-text                pic x(60).

       01 column-line.
           05 filler                 pic x(2) value spaces.
           05 cl-text                pic x(80).

       01 group-line.
           05 filler                 pic x(2) value spaces.
           05 gl-code                pic x(3).
           05 filler                 pic x(3) value spaces.
           05 gl-name                pic x(24).
           05 filler                 pic x(4) value spaces.
           05 gl-calls               pic zzzzz9.
           05 filler                 pic x(2) value spaces.
           05 gl-pct                 pic zz9.9.
           05 filler                 pic x value '%'.

       01 reason-line.
           05 filler                 pic x(6) value spaces.
           05 rl-code                pic x(2).
           05 filler                 pic x(2) value spaces.
           05 rl-desc                pic x(24).
           05 filler                 pic x(2) value spaces.
           05 rl-calls               pic zzzzz9.
           05 filler                 pic x(2) value spaces.
           05 rl-pct                 pic zz9.9.
           05 filler                 pic x value '%'.

       01 total-line.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(34)
               value 'total calls'.
           05 tl-calls               pic zzzzz9.
           05 filler                 pic x(4) value spaces.
           05 filler                 pic x(19)
               value 'tied to an account '.
           05 tl-identified          pic zzzzz9.

       01 repeat-line.
           05 filler                 pic x(2) value spaces.
           05 rpl-acct-key           pic x(8).
           05 filler                 pic x(4) value spaces.
           05 rpl-branch             pic x(3).
           05 filler                 pic x(6) value spaces.
           05 rpl-product            pic x(2).
           05 filler                 pic x(6) value spaces.
           05 rpl-month-calls        pic zzzz9.
           05 filler                 pic x(10) value spaces.
           05 rpl-window-calls       pic zzzz9.
           05 filler                 pic x(8) value spaces.
           05 rpl-last-date          pic 9(8).

       01 none-line.
           05 filler                 pic x(6) value spaces.
           05 filler                 pic x(4) value 'none'.

       01 refused-line.
           05 filler                 pic x(2) value spaces.
           05 filler                 pic x(34)
               value 'run refused - no analysis: '.
           05 rfl-reason             pic x(50).

      *--------------Files and Switches----------------------------
       01 ws-dailyhist-status        pic xx value spaces.
       01 ws-callrsn-status          pic xx value spaces.
       01 ws-rsnparm-status          pic xx value spaces.
       01 ws-aprd-status             pic xx value spaces.
       01 ws-prod-status             pic xx value spaces.
       01 ws-brch-status             pic xx value spaces.
       01 sw-dailyhist-eof           pic x value 'n'.
       01 sw-callrsn-eof             pic x value 'n'.
       01 sw-prod-off                pic x value 'n'.
       01 sw-brch-off                pic x value 'n'.

       01 ws-overflow-sw             pic x value 'N'.
           88 ws-overflow                value 'Y'.
       01 ws-found-sw                pic x value 'N'.
           88 ws-found                   value 'Y'.
       01 ws-pick-found-sw           pic x value 'N'.
           88 ws-pick-found              value 'Y'.

       COPY 'APRDREC'.
       COPY 'PRODREC'.
       COPY 'BRCHREC'.

      *--------------Analysis Month--------------------------------
      *    days on the 360-day commercial calendar, as the cash and
      *    aging runs count them. the repeat-caller window reaches
      *    back 29 days before the month so a call early in the
      *    month still sees the calls before it.
       01 ws-rpt-month               pic 99 value 0.
       01 ws-rpt-year                pic 9(4) value 0.
       01 ws-rpt-yyyymm              pic 9(6) value 0.
       01 ws-window-start-days       pic 9(7) value 0.
       01 ws-line-days               pic 9(7) value 0.
       01 ws-line-yyyymm             pic 9(6) value 0.
       01 ws-line-date.
           05 ws-ld-yyyy             pic 9(4).
           05 ws-ld-mm               pic 99.
           05 ws-ld-dd               pic 99.
       77 ws-repeat-threshold        pic 9(3) value 3.
       77 ws-repeat-window           pic 9(3) value 30.

      *--------------Call Reasons----------------------------------
      *    the reason table, then the two codes the intake leaves on
      *    a call it could not code - spaces and '??'
       01 ws-reason-table.
           05 ws-reason-entry occurs 52 times.
               10 ws-rsn-code            pic x(2).
               10 ws-rsn-desc            pic x(24).
               10 ws-rsn-calls           pic 9(6).

       01 ws-reason-count            pic 99 value 0.
       01 ws-reason-idx              pic 99 value 0.
       01 ws-reason-match-idx        pic 99 value 0.
       01 ws-call-reason             pic x(2) value spaces.

      *--------------Branches and Products-------------------------
      *    '---' gathers the calls tied to no account; a product of
      *    '--' is the same, '??' an account with no product link
       01 ws-branch-table.
           05 ws-branch-entry occurs 100 times.
               10 ws-br-code             pic x(3).
               10 ws-br-name             pic x(24).
               10 ws-br-calls            pic 9(6).
               10 ws-br-reason-calls     pic 9(6)
                   occurs 52 times.
               10 ws-br-done-sw          pic x.

       01 ws-branch-count            pic 9(3) value 0.
       01 ws-branch-idx              pic 9(3) value 0.
       01 ws-branch-match-idx        pic 9(3) value 0.
       01 ws-branch-pick-idx         pic 9(3) value 0.
       01 ws-call-branch             pic x(3) value spaces.

       01 ws-product-table.
           05 ws-product-entry occurs 50 times.
               10 ws-pr-code             pic x(2).
               10 ws-pr-desc             pic x(24).
               10 ws-pr-calls            pic 9(6).
               10 ws-pr-reason-calls     pic 9(6)
                   occurs 52 times.
               10 ws-pr-done-sw          pic x.

       01 ws-product-count           pic 99 value 0.
       01 ws-product-idx             pic 99 value 0.
       01 ws-product-match-idx       pic 99 value 0.
       01 ws-product-pick-idx        pic 99 value 0.
       01 ws-call-product            pic x(2) value spaces.

      *--------------Accounts and Repeat Callers-------------------
      *    every account called about in the month or the 29 days
      *    before it, and each history line tied to one of them
       01 ws-acct-table.
           05 ws-acct-entry occurs 2000 times.
               10 ws-act-key             pic x(8).
               10 ws-act-product         pic x(2).
               10 ws-act-month-calls     pic 9(5).
               10 ws-act-window-max      pic 9(5).
               10 ws-act-last-date       pic 9(8).
               10 ws-act-done-sw         pic x.

       01 ws-acct-count              pic 9(4) value 0.
       01 ws-acct-idx                pic 9(4) value 0.
       01 ws-acct-match-idx          pic 9(4) value 0.
       01 ws-acct-pick-idx           pic 9(4) value 0.

       01 ws-contact-table.
           05 ws-contact-entry occurs 5000 times.
               10 ws-ct-acct-idx         pic 9(4).
               10 ws-ct-days             pic 9(7).
               10 ws-ct-calls            pic 9(3).
               10 ws-ct-in-month-sw      pic x.
                   88 ws-ct-in-month         value 'Y'.

       01 ws-contact-count           pic 9(4) value 0.
       01 ws-contact-idx             pic 9(4) value 0.
       01 ws-window-idx              pic 9(4) value 0.
       01 ws-window-low-days         pic 9(7) value 0.
       01 ws-window-calls            pic 9(5) value 0.

      *--------------Counts----------------------------------------
       01 ws-hist-read               pic 9(7) value 0.
       01 ws-month-lines             pic 9(7) value 0.
       01 ws-month-calls             pic 9(7) value 0.
       01 ws-identified-calls        pic 9(7) value 0.
       01 ws-repeat-count            pic 9(5) value 0.
       01 ws-pct                     pic 9(3)v9 value 0.

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

       01 ws-bc-count                       pic 99 value 0.
       01 ws-bc-idx                          pic 99 value 0.
       01 ws-bc-match-idx                    pic 99 value 0.
       01 ws-bc-found-sw                     pic x value "N".
           88 ws-bc-found                         value "Y".
       01 ws-batchctl-status                 pic xx.
       01 sw-batchctl-eof                    pic x value "n".
       01 ws-this-job-name                   pic x(8) value "LAB9RSNA".
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

           perform 040-read-reason-parm.
           perform 050-read-call-reasons.

           open input aprd-file.
           open input prod-file.
           if ws-aprd-status not = "00" or ws-prod-status not = "00"
               move 'y' to sw-prod-off
           end-if.
           open input brch-file.
           if ws-brch-status not = "00"
               move 'y' to sw-brch-off
           end-if.

           perform 070-read-call-history.

           close aprd-file, prod-file, brch-file.

           open output report-file.
           move ws-rpt-year to rh-year.
           move ws-rpt-month to rh-month.
           write print-line from report-heading.

           if ws-overflow
               or ws-hist-read = 0
               if ws-overflow
                   move 'a file overflowed its table' to rfl-reason
               else
                   move 'no call history on file' to rfl-reason
               end-if
               write print-line from refused-line
                   after advancing 2 lines
               close report-file
               display "call reasons - " rfl-reason " - run refused"
               stop run
           end-if.

           perform 960-check-batch-control.

           perform 200-print-by-reason.
           perform 300-print-by-branch.
           perform 400-print-by-product.
           perform 500-print-repeat-callers.

           close report-file.

           display "call reasons " ws-rpt-year "/" ws-rpt-month
               " calls: " ws-month-calls
               " tied to an account: " ws-identified-calls
               " repeat callers: " ws-repeat-count.

           move ws-hist-read to ws-stats-read.
           move ws-month-lines to ws-stats-written.
           perform 958-write-run-stats.

           stop run.

       040-read-reason-parm.

      *    a month later than the business date's is last year's
           move ws-business-date(5:2) to ws-rpt-month.
           move ws-business-date(1:4) to ws-rpt-year.

           open input reason-parm-file.
           if ws-rsnparm-status = "00"
               read reason-parm-file
                   at end continue
               end-read
               if ws-rsnparm-status = "00"
                   and rpl-month is numeric
                   and rpl-month > 0 and rpl-month < 13
                   move rpl-month to ws-rpt-month
               end-if
               close reason-parm-file
           end-if.

           if ws-business-date(5:2) < ws-rpt-month
               subtract 1 from ws-rpt-year
           end-if.
           compute ws-rpt-yyyymm =
               ws-rpt-year * 100 + ws-rpt-month.
           compute ws-window-start-days =
               ws-rpt-year * 360 + ws-rpt-month * 30 + 1
                   - (ws-repeat-window - 1).

       050-read-call-reasons.

           open input call-reason-file.
           if ws-callrsn-status = "00"
               read call-reason-file
                   at end move 'y' to sw-callrsn-eof
               end-read
               if ws-callrsn-status not = "00"
                   move 'y' to sw-callrsn-eof
               end-if
               perform 055-load-one-call-reason
                   until sw-callrsn-eof = 'y'
                       or ws-reason-count = 50
               if sw-callrsn-eof not = 'y'
                   set ws-overflow to true
               end-if
               close call-reason-file
           end-if.

       055-load-one-call-reason.

           add 1 to ws-reason-count.
           move crl-code to ws-rsn-code(ws-reason-count).
           move crl-desc to ws-rsn-desc(ws-reason-count).
           move 0 to ws-rsn-calls(ws-reason-count).

           read call-reason-file
               at end move 'y' to sw-callrsn-eof
           end-read.
           if ws-callrsn-status not = "00"
               move 'y' to sw-callrsn-eof
           end-if.

       070-read-call-history.

           open input daily-history-file.
           if ws-dailyhist-status = "00"
               read daily-history-file
                   at end move 'y' to sw-dailyhist-eof
               end-read
               if ws-dailyhist-status not = "00"
                   move 'y' to sw-dailyhist-eof
               end-if
               perform 075-take-one-history-line
                   until sw-dailyhist-eof = 'y'
                       or ws-overflow
               close daily-history-file
           end-if.

       075-take-one-history-line.

      *    lines from before the reason coding began read in short
      *    and fall under 'not coded' with no account
           add 1 to ws-hist-read.

           if dh-date is numeric
               and dh-calls is numeric
               and dh-calls > 0
               move dh-date to ws-line-date
               compute ws-line-yyyymm = ws-ld-yyyy * 100 + ws-ld-mm
               compute ws-line-days =
                   ws-ld-yyyy * 360 + ws-ld-mm * 30 + ws-ld-dd
               if ws-line-days not < ws-window-start-days
                   and ws-line-yyyymm not > ws-rpt-yyyymm
                   perform 080-take-call-line
               end-if
           end-if.

           read daily-history-file
               at end move 'y' to sw-dailyhist-eof
           end-read.
           if ws-dailyhist-status not = "00"
               move 'y' to sw-dailyhist-eof
           end-if.

       080-take-call-line.

           move '---' to ws-call-branch.
           move '--' to ws-call-product.
           move 0 to ws-acct-match-idx.
           if dh-acct-key not = spaces
               perform 085-find-account
               if ws-acct-match-idx > 0
                   move dh-acct-key(1:3) to ws-call-branch
                   move ws-act-product(ws-acct-match-idx)
                       to ws-call-product
                   perform 095-hold-contact
               end-if
           end-if.

           if ws-line-yyyymm = ws-rpt-yyyymm
               and not ws-overflow
               add 1 to ws-month-lines
               add dh-calls to ws-month-calls
               if ws-acct-match-idx > 0
                   add dh-calls to ws-identified-calls
               end-if
               perform 100-post-month-call
           end-if.

       085-find-account.

           move 'N' to ws-found-sw.
           perform 086-match-one-account
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-acct-count
                   or ws-found.

           if not ws-found
               if ws-acct-count = 2000
                   set ws-overflow to true
               else
                   add 1 to ws-acct-count
                   move ws-acct-count to ws-acct-match-idx
                   move dh-acct-key to ws-act-key(ws-acct-count)
                   move 0 to ws-act-month-calls(ws-acct-count)
                   move 0 to ws-act-window-max(ws-acct-count)
                   move 0 to ws-act-last-date(ws-acct-count)
                   move 'N' to ws-act-done-sw(ws-acct-count)
                   perform 090-look-up-product
               end-if
           end-if.

       086-match-one-account.

           if ws-act-key(ws-acct-idx) = dh-acct-key
               set ws-found to true
               move ws-acct-idx to ws-acct-match-idx
           end-if.

       090-look-up-product.

           move '??' to ws-act-product(ws-acct-count).
           if sw-prod-off not = 'y'
               move dh-acct-key to fd-aprdkey
               read aprd-file into APRDREC
                   invalid key continue
               end-read
               if ws-aprd-status = "00"
                   move APRD-PRODUCT-CODE
                       to ws-act-product(ws-acct-count)
               end-if
           end-if.

       095-hold-contact.

           if ws-contact-count = 5000
               set ws-overflow to true
           else
               add 1 to ws-contact-count
               move ws-acct-match-idx
                   to ws-ct-acct-idx(ws-contact-count)
               move ws-line-days to ws-ct-days(ws-contact-count)
               move dh-calls to ws-ct-calls(ws-contact-count)
               move 'N' to ws-ct-in-month-sw(ws-contact-count)
               if ws-line-yyyymm = ws-rpt-yyyymm
                   move 'Y' to ws-ct-in-month-sw(ws-contact-count)
                   add dh-calls
                       to ws-act-month-calls(ws-acct-match-idx)
                   if dh-date > ws-act-last-date(ws-acct-match-idx)
                       move dh-date
                           to ws-act-last-date(ws-acct-match-idx)
                   end-if
               end-if
           end-if.

       100-post-month-call.

           perform 110-find-reason.
           perform 120-find-branch.
           perform 130-find-product.

           if not ws-overflow
               add dh-calls to ws-rsn-calls(ws-reason-match-idx)
               add dh-calls to ws-br-calls(ws-branch-match-idx)
               add dh-calls to ws-br-reason-calls
                   (ws-branch-match-idx, ws-reason-match-idx)
               add dh-calls to ws-pr-calls(ws-product-match-idx)
               add dh-calls to ws-pr-reason-calls
                   (ws-product-match-idx, ws-reason-match-idx)
           end-if.

       110-find-reason.

      *    a code taken off the table since the call was coded is
      *    analysed with the unknown ones
           move dh-reason-code to ws-call-reason.
           if ws-call-reason not = spaces
               move 'N' to ws-found-sw
               perform 115-match-one-reason
                   varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
                       or ws-found
               if not ws-found
                   move '??' to ws-call-reason
               end-if
           end-if.

           move 'N' to ws-found-sw.
           perform 115-match-one-reason
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > ws-reason-count
                   or ws-found.

           if not ws-found
               add 1 to ws-reason-count
               move ws-reason-count to ws-reason-match-idx
               move ws-call-reason to ws-rsn-code(ws-reason-count)
               if ws-call-reason = spaces
                   move 'not coded' to ws-rsn-desc(ws-reason-count)
               else
                   move 'code unknown'
                       to ws-rsn-desc(ws-reason-count)
               end-if
               move 0 to ws-rsn-calls(ws-reason-count)
           end-if.

       115-match-one-reason.

           if ws-rsn-code(ws-reason-idx) = ws-call-reason
               set ws-found to true
               move ws-reason-idx to ws-reason-match-idx
           end-if.

       120-find-branch.

           move 'N' to ws-found-sw.
           perform 125-match-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count
                   or ws-found.

           if not ws-found
               if ws-branch-count = 100
                   set ws-overflow to true
               else
                   add 1 to ws-branch-count
                   move ws-branch-count to ws-branch-match-idx
                   move ws-call-branch to ws-br-code(ws-branch-count)
                   move 0 to ws-br-calls(ws-branch-count)
                   perform 127-clear-branch-reason
                       varying ws-reason-idx from 1 by 1
                       until ws-reason-idx > 52
                   move 'N' to ws-br-done-sw(ws-branch-count)
                   perform 128-name-branch
               end-if
           end-if.

       125-match-one-branch.

           if ws-br-code(ws-branch-idx) = ws-call-branch
               set ws-found to true
               move ws-branch-idx to ws-branch-match-idx
           end-if.

       127-clear-branch-reason.

           move 0 to ws-br-reason-calls(ws-branch-count, ws-reason-idx).

       128-name-branch.

           if ws-call-branch = '---'
               move 'no account on call' to ws-br-name(ws-branch-count)
           else
               move 'not on branch file' to ws-br-name(ws-branch-count)
               if sw-brch-off not = 'y'
                   move ws-call-branch to fd-brchkey
                   read brch-file into BRCHREC
                       invalid key continue
                   end-read
                   if ws-brch-status = "00"
                       move BRCH-NAME to ws-br-name(ws-branch-count)
                   end-if
               end-if
           end-if.

       130-find-product.

           move 'N' to ws-found-sw.
           perform 135-match-one-product
               varying ws-product-idx from 1 by 1
               until ws-product-idx > ws-product-count
                   or ws-found.

           if not ws-found
               if ws-product-count = 50
                   set ws-overflow to true
               else
                   add 1 to ws-product-count
                   move ws-product-count to ws-product-match-idx
                   move ws-call-product to ws-pr-code(ws-product-count)
                   move 0 to ws-pr-calls(ws-product-count)
                   perform 137-clear-product-reason
                       varying ws-reason-idx from 1 by 1
                       until ws-reason-idx > 52
                   move 'N' to ws-pr-done-sw(ws-product-count)
                   perform 138-name-product
               end-if
           end-if.

       135-match-one-product.

           if ws-pr-code(ws-product-idx) = ws-call-product
               set ws-found to true
               move ws-product-idx to ws-product-match-idx
           end-if.

       137-clear-product-reason.

           move 0
               to ws-pr-reason-calls(ws-product-count, ws-reason-idx).

       138-name-product.

           evaluate ws-call-product
               when '--'
                   move 'no account on call'
                       to ws-pr-desc(ws-product-count)
               when '??'
                   move 'no product link'
                       to ws-pr-desc(ws-product-count)
               when other
                   move 'not on product file'
                       to ws-pr-desc(ws-product-count)
                   move ws-call-product to fd-prodkey
                   read prod-file into PRODREC
                       invalid key continue
                   end-read
                   if ws-prod-status = "00"
                       move PROD-DESC to ws-pr-desc(ws-product-count)
                   end-if
           end-evaluate.

       200-print-by-reason.

           move 'calls by reason' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           move '    cd  reason                     calls   share'
               to cl-text.
           write print-line from column-line
               after advancing 1 line.

           perform 210-print-one-reason
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > ws-reason-count.

           move ws-month-calls to tl-calls.
           move ws-identified-calls to tl-identified.
           write print-line from total-line
               after advancing 2 lines.

       210-print-one-reason.

      *    every code on the table prints, called about or not
           move ws-rsn-code(ws-reason-idx) to rl-code.
           move ws-rsn-desc(ws-reason-idx) to rl-desc.
           move ws-rsn-calls(ws-reason-idx) to rl-calls.
           move 0 to ws-pct.
           if ws-month-calls > 0
               compute ws-pct rounded =
                   ws-rsn-calls(ws-reason-idx) * 100 / ws-month-calls
           end-if.
           move ws-pct to rl-pct.
           write print-line from reason-line
               after advancing 1 line.

       300-print-by-branch.

           move 'calls by branch and reason' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           if ws-branch-count = 0
               write print-line from none-line
                   after advancing 1 line
           end-if.

           move 'Y' to ws-pick-found-sw.
           perform 310-print-next-branch
               until not ws-pick-found.

       310-print-next-branch.

      *    branches print in code order, the calls tied to no
      *    account first
           move 'N' to ws-pick-found-sw.
           perform 315-pick-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count.

           if ws-pick-found
               move 'Y' to ws-br-done-sw(ws-branch-pick-idx)
               move ws-br-code(ws-branch-pick-idx) to gl-code
               move ws-br-name(ws-branch-pick-idx) to gl-name
               move ws-br-calls(ws-branch-pick-idx) to gl-calls
               move 0 to ws-pct
               if ws-month-calls > 0
                   compute ws-pct rounded =
                       ws-br-calls(ws-branch-pick-idx) * 100
                           / ws-month-calls
               end-if
               move ws-pct to gl-pct
               write print-line from group-line
                   after advancing 2 lines
               perform 320-print-branch-reason
                   varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
           end-if.

       315-pick-one-branch.

           if ws-br-done-sw(ws-branch-idx) = 'N'
               if not ws-pick-found
                   or ws-br-code(ws-branch-idx)
                       < ws-br-code(ws-branch-pick-idx)
                   set ws-pick-found to true
                   move ws-branch-idx to ws-branch-pick-idx
               end-if
           end-if.

       320-print-branch-reason.

      *    the share is of the branch's own calls
           if ws-br-reason-calls(ws-branch-pick-idx, ws-reason-idx)
                   > 0
               move ws-rsn-code(ws-reason-idx) to rl-code
               move ws-rsn-desc(ws-reason-idx) to rl-desc
               move ws-br-reason-calls
                   (ws-branch-pick-idx, ws-reason-idx) to rl-calls
               compute ws-pct rounded =
                   ws-br-reason-calls
                       (ws-branch-pick-idx, ws-reason-idx) * 100
                       / ws-br-calls(ws-branch-pick-idx)
               move ws-pct to rl-pct
               write print-line from reason-line
                   after advancing 1 line
           end-if.

       400-print-by-product.

           move 'calls by product and reason' to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           if ws-product-count = 0
               write print-line from none-line
                   after advancing 1 line
           end-if.

           move 'Y' to ws-pick-found-sw.
           perform 410-print-next-product
               until not ws-pick-found.

       410-print-next-product.

           move 'N' to ws-pick-found-sw.
           perform 415-pick-one-product
               varying ws-product-idx from 1 by 1
               until ws-product-idx > ws-product-count.

           if ws-pick-found
               move 'Y' to ws-pr-done-sw(ws-product-pick-idx)
               move ws-pr-code(ws-product-pick-idx) to gl-code
               move ws-pr-desc(ws-product-pick-idx) to gl-name
               move ws-pr-calls(ws-product-pick-idx) to gl-calls
               move 0 to ws-pct
               if ws-month-calls > 0
                   compute ws-pct rounded =
                       ws-pr-calls(ws-product-pick-idx) * 100
                           / ws-month-calls
               end-if
               move ws-pct to gl-pct
               write print-line from group-line
                   after advancing 2 lines
               perform 420-print-product-reason
                   varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
           end-if.

       415-pick-one-product.

           if ws-pr-done-sw(ws-product-idx) = 'N'
               if not ws-pick-found
                   or ws-pr-code(ws-product-idx)
                       < ws-pr-code(ws-product-pick-idx)
                   set ws-pick-found to true
                   move ws-product-idx to ws-product-pick-idx
               end-if
           end-if.

       420-print-product-reason.

           if ws-pr-reason-calls(ws-product-pick-idx, ws-reason-idx)
                   > 0
               move ws-rsn-code(ws-reason-idx) to rl-code
               move ws-rsn-desc(ws-reason-idx) to rl-desc
               move ws-pr-reason-calls
                   (ws-product-pick-idx, ws-reason-idx) to rl-calls
               compute ws-pct rounded =
                   ws-pr-reason-calls
                       (ws-product-pick-idx, ws-reason-idx) * 100
                       / ws-pr-calls(ws-product-pick-idx)
               move ws-pct to rl-pct
               write print-line from reason-line
                   after advancing 1 line
           end-if.

       500-print-repeat-callers.

      *    an account is a repeat caller when three or more calls
      *    fall in some 30 days ending on one of its calls in the
      *    month
           perform 510-weigh-one-contact
               varying ws-contact-idx from 1 by 1
               until ws-contact-idx > ws-contact-count.

           move 'repeat callers - three or more calls in 30 days'
               to sh-text.
           write print-line from section-heading
               after advancing 2 lines.
           move 'account   branch  product  month calls  '
               to cl-text.
           move 'most in 30 days last call' to cl-text(42:25).
           write print-line from column-line
               after advancing 1 line.

           move 'Y' to ws-pick-found-sw.
           perform 530-print-next-repeat-caller
               until not ws-pick-found.

           if ws-repeat-count = 0
               write print-line from none-line
                   after advancing 1 line
           end-if.

       510-weigh-one-contact.

           if ws-ct-in-month(ws-contact-idx)
               move ws-ct-acct-idx(ws-contact-idx) to ws-acct-idx
               compute ws-window-low-days =
                   ws-ct-days(ws-contact-idx) - (ws-repeat-window - 1)
               move 0 to ws-window-calls
               perform 520-add-one-window-contact
                   varying ws-window-idx from 1 by 1
                   until ws-window-idx > ws-contact-count
               if ws-window-calls > ws-act-window-max(ws-acct-idx)
                   move ws-window-calls
                       to ws-act-window-max(ws-acct-idx)
               end-if
           end-if.

       520-add-one-window-contact.

           if ws-ct-acct-idx(ws-window-idx) = ws-acct-idx
               and ws-ct-days(ws-window-idx) not < ws-window-low-days
               and ws-ct-days(ws-window-idx)
                   not > ws-ct-days(ws-contact-idx)
               add ws-ct-calls(ws-window-idx) to ws-window-calls
           end-if.

       530-print-next-repeat-caller.

      *    in account-key order
           move 'N' to ws-pick-found-sw.
           perform 535-pick-one-repeat-caller
               varying ws-acct-idx from 1 by 1
               until ws-acct-idx > ws-acct-count.

           if ws-pick-found
               move 'Y' to ws-act-done-sw(ws-acct-pick-idx)
               add 1 to ws-repeat-count
               move ws-act-key(ws-acct-pick-idx) to rpl-acct-key
               move ws-act-key(ws-acct-pick-idx)(1:3) to rpl-branch
               move ws-act-product(ws-acct-pick-idx) to rpl-product
               move ws-act-month-calls(ws-acct-pick-idx)
                   to rpl-month-calls
               move ws-act-window-max(ws-acct-pick-idx)
                   to rpl-window-calls
               move ws-act-last-date(ws-acct-pick-idx)
                   to rpl-last-date
               write print-line from repeat-line
                   after advancing 1 line
           end-if.

       535-pick-one-repeat-caller.

           if ws-act-done-sw(ws-acct-idx) = 'N'
               and ws-act-window-max(ws-acct-idx)
                   not < ws-repeat-threshold
               if not ws-pick-found
                   or ws-act-key(ws-acct-idx)
                       < ws-act-key(ws-acct-pick-idx)
                   set ws-pick-found to true
                   move ws-acct-idx to ws-acct-pick-idx
               end-if
           end-if.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    dates the run on the raw calendar date.
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

       end program Lab9CallReason.
