       identification division.
       program-id. DCIA2CBX.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every account on file is reported, open or not - the
      *    bureaus want the bad news as much as the good.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is sequential
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the same file read by key - an archived closure is only
      *    reported if the account has not since been reinstated.
           select acct-look-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-lookkey
           file status is ws-look-status.

      *    the secondary holders of a joint account - positioned by
      *    START at each account's first holder and read forward.
           select jnt-file
           assign to "JNTFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-jntkey
           file status is ws-jnt-status.

      *    the collections queue the nightly DCIA2AGE aging pass
      *    keeps - an account aged past current carries its bucket
      *    there, an account with no item is current.
           select colq-file
           assign to "COLQFILE"
           organization is indexed
           access mode is random
           record key is fd-colqkey
           file status is ws-colq-status.

           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    accounts the delete transaction closed are gone from
      *    ACCTFILE - the archive image is reported once, in the
      *    month the account closed.
           select arch-file
           assign to "ARCHFILE"
           organization is indexed
           access mode is sequential
           record key is fd-archkey
           file status is ws-arch-status.

      *    the extract transmitted to the bureaus.
           select bureau-file
           assign to "../../../data/DCIA2CBX.dat"
           organization is line sequential.

           select report-file
           assign to "../../../data/DCIA2CBX.out"
           organization is line sequential.

       data division.
       file section.

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

       fd  acct-look-file
           record contains 99 characters.
       01  acct-look-record.
           05 fd-lookkey                pic x(8).
           05 filler                    pic x(91).

       fd  jnt-file
           record contains 44 characters.
       01  jnt-file-record.
           05 fd-jntkey                 pic x(10).
           05 filler                    pic x(34).

       fd  colq-file
           record contains 65 characters.
       01  colq-file-record.
           05 fd-colqkey                pic x(8).
           05 filler                    pic x(57).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  arch-file
           record contains 129 characters.
       01  arch-file-record.
           05 fd-archkey                pic x(16).
           05 filler                    pic x(113).

      *    one detail record per account between a header naming
      *    the reporting month and a trailer the bureau proves the
      *    transmission against.
       fd  bureau-file
           data record is bureau-line
           record contains 215 characters.
       01  bureau-line.
           05 cb-rec-type               pic x.
           05 cb-acctkey                pic x(8).
           05 cb-titl                   pic x(4).
           05 cb-fname                  pic x(15).
           05 cb-sname                  pic x(15).
           05 cb-addr1                  pic x(20).
           05 cb-addr2                  pic x(20).
           05 cb-crlimit                pic 9(6)v99.
           05 cb-balance                pic 9(6)v99.
      *    days past due - 0 current, 1 thirty, 2 sixty, 3 ninety
      *    plus. blank on an account no longer open.
           05 cb-dpd-bucket             pic x.
      *    11 current, 71 thirty, 78 sixty, 80 ninety plus, 97
      *    charged off, 13 closed - the close reason says whether
      *    it closed ('C') or the balance was escheated ('E').
           05 cb-status                 pic x(2).
           05 cb-close-reason           pic x.
           05 cb-acct-stat              pic x.
           05 cb-close-date             pic 9(8).
           05 cb-joint-count            pic 9.
           05 cb-joint occurs 3 times.
               10 cb-jnt-titl           pic x(4).
               10 cb-jnt-fname          pic x(15).
               10 cb-jnt-sname          pic x(15).
       01  bureau-header redefines bureau-line.
           05 cbh-rec-type              pic x.
           05 cbh-month                 pic 9(6).
           05 cbh-created               pic 9(8).
           05 cbh-furnisher             pic x(20).
           05 filler                    pic x(180).
       01  bureau-trailer redefines bureau-line.
           05 cbt-rec-type              pic x.
           05 cbt-month                 pic 9(6).
           05 cbt-record-count          pic 9(7).
           05 cbt-balance-total         pic 9(9)v99.
           05 filler                    pic x(190).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SECONDARY ACCOUNT-HOLDER RECORD LAYOUT
       COPY 'JNTREC'.

      * COPY COLLECTIONS WORK-QUEUE RECORD LAYOUT
       COPY 'COLQREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY CLOSED-ACCOUNT ARCHIVE RECORD LAYOUT
       COPY 'ARCHREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, BUREAU".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "CREDIT BUREAU EXTRACT - CONTROL REPORT ".
           05 rh-month                  pic 9(6).

       01  status-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "STATUS".
           05 filler                    pic x(22) value "DESCRIPTION".
           05 filler                    pic x(10) value "   RECORDS".
           05 filler                    pic x(17) value
               "   BALANCE".

       01  status-line.
           05 filler                    pic x(3) value spaces.
           05 sl-status                 pic x(2).
           05 filler                    pic x(5) value spaces.
           05 sl-desc                   pic x(20).
           05 filler                    pic x(2) value spaces.
           05 sl-count                  pic zzzzzz9.
           05 filler                    pic x(3) value spaces.
           05 sl-balance                pic $$$,$$$,$$9.99.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$$,$$$,$$9.99.

      *--------------Loop Switches-------------------------------
       01  sw-acct-eof                  pic x value 'n'.
       01  sw-arch-eof                  pic x value 'n'.
       01  sw-jnt-done                  pic x value 'n'.
       01  ws-acct-status               pic xx value spaces.
       01  ws-look-status               pic xx value spaces.
       01  ws-jnt-status                pic xx value spaces.
       01  ws-colq-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-arch-status               pic xx value spaces.

      *    a reference file that cannot be opened only loses what it
      *    adds - no joint holders, everything current, nothing
      *    charged off, no archived closures
       01  sw-jnt-off                   pic x value 'n'.
       01  sw-colq-off                  pic x value 'n'.
       01  sw-chgo-off                  pic x value 'n'.
       01  sw-arch-off                  pic x value 'n'.

      *--------------Bureau Status Table---------------------------
      *    one entry per status reported, in the order the control
      *    report lists them.
       01 ws-status-values.
           05 filler pic x(22) value "11CURRENT             ".
           05 filler pic x(22) value "7130 DAYS PAST DUE    ".
           05 filler pic x(22) value "7860 DAYS PAST DUE    ".
           05 filler pic x(22) value "8090+ DAYS PAST DUE   ".
           05 filler pic x(22) value "97CHARGED OFF         ".
           05 filler pic x(22) value "13CLOSED              ".
           05 filler pic x(22) value "13ESCHEATED           ".
       01 ws-status-table redefines ws-status-values.
           05 ws-status-entry occurs 7 times.
               10 ws-st-code            pic x(2).
               10 ws-st-desc            pic x(20).
       01 ws-status-totals.
           05 ws-status-total occurs 7 times.
               10 ws-st-count           pic 9(7).
               10 ws-st-balance         pic 9(9)v99.
       01 ws-status-idx                 pic 9 value 0.
       01 ws-category                   pic 9 value 0.

      *--------------Held Archive Closure-------------------------
      *    an account closed, reinstated and closed again in the
      *    month has two images - only the latest is reported.
       01 ws-held-sw                    pic x value 'n'.
           88 ws-holding-closure             value 'y'.
       01 ws-held-arch                  pic x(129).

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-archived         pic 9(7) value 0.
           05 ws-count-written          pic 9(7) value 0.
           05 ws-count-joint            pic 9(7) value 0.
       01 ws-balance-total              pic 9(9)v99 value 0.
       01 ws-jnt-count                  pic 9 value 0.
       01 ws-owed                       pic s9(7)v99 value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-today-parts redefines ws-today-yyyymmdd.
           05 ws-today-yyyymm           pic 9(6).
           05 filler                    pic 99.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               stop run
           end-if.

           open input acct-look-file.

           open input jnt-file.
           if ws-jnt-status not = "00"
               move 'y' to sw-jnt-off
           end-if.

           open input colq-file.
           if ws-colq-status not = "00"
               move 'y' to sw-colq-off
               display "COLQFILE UNAVAILABLE - STATUS: " ws-colq-status
                   " - EVERY OPEN ACCOUNT REPORTED CURRENT"
           end-if.

           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.

           open input arch-file.
           if ws-arch-status not = "00"
               move 'y' to sw-arch-off
               move 'y' to sw-arch-eof
           end-if.

           open output bureau-file.
           open output report-file.

           perform 050-zero-status-totals
               varying ws-status-idx from 1 by 1
               until ws-status-idx > 7.

           move spaces to bureau-line.
           move "H" to cbh-rec-type.
           move ws-today-yyyymm to cbh-month.
           move ws-today-yyyymmdd to cbh-created.
           move "DCIA2 ACCOUNT SYSTEM" to cbh-furnisher.
           write bureau-line.

           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.
           perform 000-report-one-account until sw-acct-eof = 'y'.

           if sw-arch-eof not = 'y'
               read arch-file into ARCHREC
                   at end move 'y' to sw-arch-eof
               end-read
           end-if.
           perform 400-take-one-closure until sw-arch-eof = 'y'.
           if ws-holding-closure
               perform 420-report-held-closure
           end-if.

           move spaces to bureau-line.
           move "T" to cbt-rec-type.
           move ws-today-yyyymm to cbt-month.
           move ws-count-written to cbt-record-count.
           move ws-balance-total to cbt-balance-total.
           write bureau-line.

           perform 900-print-report.

           if sw-jnt-off not = 'y'
               close jnt-file
           end-if.
           if sw-colq-off not = 'y'
               close colq-file
           end-if.
           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           if sw-arch-off not = 'y'
               close arch-file
           end-if.
           close acct-file,
                 acct-look-file,
                 bureau-file,
                 report-file.
           stop run.

       050-zero-status-totals.

           move 0 to ws-st-count(ws-status-idx).
           move 0 to ws-st-balance(ws-status-idx).

       000-report-one-account.

           add 1 to ws-count-read.
           move 0 to CHGO-DATE.
           perform 100-build-detail.
           perform 200-set-bureau-status.
           perform 300-write-detail.

           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.

       100-build-detail.

           move spaces to bureau-line.
           move "D" to cb-rec-type.
           move ACCTKEY to cb-acctkey.
           move TITL to cb-titl.
           move FNAME to cb-fname.
           move SNAME to cb-sname.
           move ADDR1 to cb-addr1.
           move ADDR2 to cb-addr2.
           move CRLIMIT to cb-crlimit.
           move STAT to cb-acct-stat.
           move 0 to cb-close-date.

           move 0 to ws-jnt-count.
           if sw-jnt-off not = 'y'
               perform 110-take-joint-holders
           end-if.
           move ws-jnt-count to cb-joint-count.

       110-take-joint-holders.

      *    position at the account's first holder - sequence zero
      *    is never issued, so GTEQ lands on the first one there is
           move ACCTKEY to JNT-ACCTKEY.
           move 0 to JNT-SEQ.
           move JNT-KEY to fd-jntkey.
           move 'n' to sw-jnt-done.
           start jnt-file key is not less than fd-jntkey
               invalid key move 'y' to sw-jnt-done
           end-start.

           perform 120-take-one-holder until sw-jnt-done = 'y'.

       120-take-one-holder.

           read jnt-file next record into JNTREC
               at end move 'y' to sw-jnt-done
           end-read.

      *    the bureau layout has room for three holders - a fourth
      *    is still counted so the bureau knows there are more
           if sw-jnt-done not = 'y'
               if JNT-ACCTKEY not = ACCTKEY
                   move 'y' to sw-jnt-done
               else
                   if ws-jnt-count < 9
                       add 1 to ws-jnt-count
                       add 1 to ws-count-joint
                   end-if
                   if ws-jnt-count not > 3
                       move JNT-TITL  to cb-jnt-titl(ws-jnt-count)
                       move JNT-FNAME to cb-jnt-fname(ws-jnt-count)
                       move JNT-SNAME to cb-jnt-sname(ws-jnt-count)
                   end-if
               end-if
           end-if.

       200-set-bureau-status.

      *    escheated first - the balance went to the state, so the
      *    account is closed with nothing owed. then written off,
      *    reported with what is still owed after recoveries. then
      *    closed. anything else is open and reported at the
      *    bucket the aging pass left it in.
           perform 210-check-charged-off.

           if STAT = "E"
               move 7 to ws-category
               move "E" to cb-close-reason
               move 0 to ws-owed
           else
           if CHGO-WRITTEN-OFF
               move 5 to ws-category
               move CHGO-DATE to cb-close-date
               compute ws-owed = CHGO-AMOUNT - CHGO-RECOVERED
           else
           if ACCT-STAT-CLOSED or STAT = "Z"
               move 6 to ws-category
               move "C" to cb-close-reason
               move CURBAL to ws-owed
           else
               perform 220-find-aging-bucket
               move CURBAL to ws-owed
           end-if
           end-if
           end-if.

      *    a credit balance is money we owe - nothing is owed to us
           if ws-owed > 0
               move ws-owed to cb-balance
           else
               move 0 to cb-balance
           end-if.

           move ws-st-code(ws-category) to cb-status.
           if ws-category < 5
               compute ws-status-idx = ws-category - 1
               move ws-status-idx to cb-dpd-bucket
           else
               move space to cb-dpd-bucket
           end-if.

       210-check-charged-off.

           move spaces to CHGOREC.
           if sw-chgo-off not = 'y'
               move ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key move spaces to CHGOREC
               end-read
           end-if.

       220-find-aging-bucket.

           move 1 to ws-category.
           if sw-colq-off not = 'y'
               move ACCTKEY to fd-colqkey
               read colq-file into COLQREC
                   invalid key continue
               end-read
               if ws-colq-status = "00"
                   evaluate COLQ-BUCKET
                       when "30 DAYS"
                           move 2 to ws-category
                       when "60 DAYS"
                           move 3 to ws-category
                       when "90+ DAYS"
                           move 4 to ws-category
                       when other
                           move 1 to ws-category
                   end-evaluate
               end-if
           end-if.

       300-write-detail.

           write bureau-line.
           add 1 to ws-count-written.
           add cb-balance to ws-balance-total.
           add 1 to ws-st-count(ws-category).
           add cb-balance to ws-st-balance(ws-category).

       400-take-one-closure.

      *    only this month's closures - earlier ones were reported
      *    in their own month
           if ARCH-CLOSE-DATE(1:6) = ws-today-yyyymm
               if ws-holding-closure
                   and ws-held-arch(1:8) not = ARCH-ACCTKEY
                   perform 420-report-held-closure
               end-if
               move ARCHREC to ws-held-arch
               move 'y' to ws-held-sw
           end-if.

           read arch-file into ARCHREC
               at end move 'y' to sw-arch-eof.

       420-report-held-closure.

           move 'n' to ws-held-sw.
           move ws-held-arch to ARCHREC.

      *    reinstated since - the main pass already reported it
           move ARCH-ACCTKEY to fd-lookkey.
           read acct-look-file
               invalid key continue
           end-read.

           if ws-look-status not = "00"
               add 1 to ws-count-archived
               move ARCH-ACCT-IMAGE to ACCTREC
               perform 100-build-detail
               move 6 to ws-category
               move "C" to cb-close-reason
               move "C" to cb-acct-stat
               move ARCH-CLOSE-DATE to cb-close-date
               if CURBAL > 0
                   move CURBAL to cb-balance
               else
                   move 0 to cb-balance
               end-if
               move ws-st-code(ws-category) to cb-status
               move space to cb-dpd-bucket
               perform 300-write-detail
           end-if.

       900-print-report.

           accept nl-date from date.
           accept nl-time from time.
           move ws-today-yyyymm to rh-month.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from status-heading
               after advancing 2 lines.

           perform 910-print-one-status
               varying ws-status-idx from 1 by 1
               until ws-status-idx > 7.

           move "ACCOUNTS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "CLOSURES FROM ARCHIVE" to cl-label.
           move ws-count-archived to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "JOINT HOLDERS REPORTED" to cl-label.
           move ws-count-joint to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "DETAIL RECORDS SENT" to cl-label.
           move ws-count-written to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TRAILER BALANCE TOTAL" to al-label.
           move ws-balance-total to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       910-print-one-status.

           move ws-st-code(ws-status-idx) to sl-status.
           move ws-st-desc(ws-status-idx) to sl-desc.
           move ws-st-count(ws-status-idx) to sl-count.
           move ws-st-balance(ws-status-idx) to sl-balance.
           write report-print-line from status-line
               after advancing 1 line.

       end program DCIA2CBX.
