       identification division.
       program-id. DCIA2GLR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    tonight's journal from the DCIA2GLB bridge - only the
      *    lines against a branch receivable ('11' plus the branch)
      *    move the branch's control balance. the transmittal
      *    trailer proves the bridge ran tonight and ran complete.
           select glb-file
           assign to "../../../data/DCIA2GLB.dat"
           organization is line sequential
           file status is ws-glb-status.

      *    the sub-ledger itself - every CURBAL summed by branch.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is sequential
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the audit journal names the day's closures and
      *    reinstatements - the only balance movements on ACCTFILE
      *    that never pass through TRANFILE to the bridge.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    the closed-account archive holds the balance a closure
      *    took off the file and a reinstatement put back. an
      *    archive that cannot be opened leaves those unvalued.
           select arch-file
           assign to "ARCHFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-archkey
           file status is ws-arch-status.

      *    each branch's control balance, carried forward run to
      *    run the same way DCIA2RCN carries its prior count.
           select prior-file
           assign to "../../../data/GLRecnPrior.dat"
           organization is line sequential
           file status is ws-prior-status.

      *    the suite-wide exception repository - every branch out
      *    of balance lands there for accounting to clear.
           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select report-file
           assign to "../../../data/DCIA2GLR.out"
           organization is line sequential.

       data division.
       file section.

       fd  glb-file
           data record is glb-line
           record contains 40 characters.
       01  glb-line.
           05 glb-rec-type              pic x.
           05 glb-date                  pic 9(8).
           05 glb-account.
               10 glb-account-class     pic x(2).
               10 filler                pic x(4).
           05 glb-drcr                  pic x.
           05 glb-branch                pic x(3).
           05 glb-desc                  pic x(12).
           05 glb-amount                pic 9(7)v99.
       01  glb-trailer redefines glb-line.
           05 glt-rec-type              pic x.
           05 glt-date                  pic 9(8).
           05 glt-line-count            pic 9(7).
           05 glt-hash-total            pic 9(9)v99.
           05 filler                    pic x(13).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  arch-file
           record contains 129 characters.
       01  arch-file-record.
           05 fd-archkey                pic x(16).
           05 filler                    pic x(113).

       fd  prior-file
           data record is prior-line.
       01  prior-line.
           05 prl-branch                pic x(3).
           05 prl-bal-date              pic 9(8).
           05 prl-balance               pic s9(9)v99
                                        sign leading separate.
           05 prl-prev-date             pic 9(8).
           05 prl-prev-balance          pic s9(9)v99
                                        sign leading separate.

       fd  except-log-file
           data record is except-log-line.
       01  except-log-line.
           05 el-job-name               pic x(8).
           05 el-run-date               pic 9(8).
           05 el-record-key             pic x(20).
           05 el-reason                 pic x(30).
           05 el-status                 pic x.
           05 el-fixed-by               pic x(8).
           05 el-fixed-date             pic 9(8).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY CLOSED-ACCOUNT ARCHIVE RECORD LAYOUT
       COPY 'ARCHREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, GL RECON".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(44)
               value "SUB-LEDGER / LEDGER RECONCILIATION BY BRANCH".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BRANCH".
           05 filler                    pic x(16)
               value "         OPENING".
           05 filler                    pic x(16)
               value "     JOURNAL NET".
           05 filler                    pic x(16)
               value "  CLOSED/REINST".
           05 filler                    pic x(16)
               value "        EXPECTED".
           05 filler                    pic x(16)
               value "    ACCTFILE SUM".
           05 filler                    pic x(16)
               value "      DIFFERENCE".

       01  branch-line.
           05 filler                    pic x(3) value spaces.
           05 bl-branch                 pic x(3).
           05 filler                    pic x(5) value spaces.
           05 bl-opening                pic $$$,$$$,$$9.99-.
           05 filler                    pic x value space.
           05 bl-journal                pic $$$,$$$,$$9.99-.
           05 filler                    pic x value space.
           05 bl-closures               pic $$$,$$$,$$9.99-.
           05 filler                    pic x value space.
           05 bl-expected               pic $$$,$$$,$$9.99-.
           05 filler                    pic x value space.
           05 bl-actual                 pic $$$,$$$,$$9.99-.
           05 filler                    pic x value space.
           05 bl-difference             pic $$$,$$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 bl-flag                   pic x(12).

      *    the breakdown under a branch out of balance - one line per
      *    kind of movement, so the difference can be run down
       01  breakdown-line.
           05 filler                    pic x(14) value spaces.
           05 bdl-label                 pic x(34).
           05 bdl-amount                pic $$$,$$$,$$9.99-.

       01  seeded-note-line.
           05 filler                    pic x(14) value spaces.
           05 filler                    pic x(46)
               value "NEW TO RECONCILIATION - OPENING SEEDED TONIGHT".

       01  bridge-missing-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(46)
               value "***** NO COMPLETE BRIDGE JOURNAL TONIGHT *****".

       01  in-balance-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(42)
               value "EVERY BRANCH IN BALANCE WITH THE LEDGER".

       01  out-of-balance-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(47)
               value "***** BRANCHES OUT OF BALANCE - SEE ABOVE *****".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  sw-acct-eof                  pic x value 'n'.
       01  sw-audt-eof                  pic x value 'n'.
       01  sw-prior-eof                 pic x value 'n'.
       01  sw-arch-eof                  pic x value 'n'.
       01  sw-arch-off                  pic x value 'n'.
       01  ws-arch-found-sw             pic x value "N".
           88 ws-arch-found                  value "Y".
       01  ws-glb-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-arch-status               pic xx value spaces.
       01  ws-prior-status              pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.

       01  ws-trailer-sw                pic x value "N".
           88 ws-trailer-ok                  value "Y".

      *--------------Per-Branch Reconciliation--------------------
      *    the opening is last night's proved ACCTFILE sum. the
      *    journal totals are the bridge's receivable debits and
      *    credits; the closure buckets hold balances the archive
      *    says left or came back to the file today.
       01 ws-branch-table.
           05 ws-rb-entry occurs 50 times.
               10 ws-rb-code            pic x(3).
               10 ws-rb-seeded-sw       pic x.
                   88 ws-rb-seeded           value "Y".
               10 ws-rb-opening         pic s9(9)v99.
               10 ws-rb-prev-date       pic 9(8).
               10 ws-rb-prev-balance    pic s9(9)v99.
               10 ws-rb-journal-dr      pic 9(9)v99.
               10 ws-rb-journal-cr      pic 9(9)v99.
               10 ws-rb-closed          pic s9(9)v99.
               10 ws-rb-reinstated      pic s9(9)v99.
               10 ws-rb-actual          pic s9(9)v99.

       01 ws-branch-count-entries       pic 99 value 0.
       01 ws-branch-idx                 pic 99 value 0.
       01 ws-branch-match-idx           pic 99 value 0.
       01 ws-branch-found-sw            pic x value "N".
           88 ws-branch-found                value "Y".
       01 ws-wanted-branch              pic x(3) value spaces.

      *--------------Receivable Movements by Description---------
      *    one row per branch, bridge description and side - the
      *    bridge words its lines by transaction code, so the
      *    breakdown lists whatever codes moved the branch tonight
       01 ws-move-table.
           05 ws-mv-entry occurs 800 times.
               10 ws-mv-branch-idx      pic 99.
               10 ws-mv-desc            pic x(12).
               10 ws-mv-drcr            pic x.
               10 ws-mv-amount          pic 9(9)v99.

       01 ws-move-count-entries         pic 999 value 0.
       01 ws-move-idx                   pic 999 value 0.
       01 ws-move-match-idx             pic 999 value 0.
       01 ws-move-found-sw              pic x value "N".
           88 ws-move-found                  value "Y".

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-journal-lines    pic 9(7) value 0.
           05 ws-count-accounts         pic 9(7) value 0.
           05 ws-count-closures         pic 9(7) value 0.
           05 ws-count-reinstates       pic 9(7) value 0.
           05 ws-count-unvalued         pic 9(7) value 0.
           05 ws-count-in-balance       pic 9(7) value 0.
           05 ws-count-out-balance      pic 9(7) value 0.
           05 ws-count-seeded           pic 9(7) value 0.
           05 ws-count-raised           pic 9(7) value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-journal-net                pic s9(9)v99 value 0.
       01 ws-closure-net                pic s9(9)v99 value 0.
       01 ws-expected                   pic s9(9)v99 value 0.
       01 ws-difference                 pic s9(9)v99 value 0.
       01 ws-archived-curbal            pic s9(6)v99 value 0.
       01 ws-wanted-acctkey             pic x(8) value spaces.

      *--------------Exception Log Entry-------------------------
       01  ws-this-job-name             pic x(8) value "DCIA2GLR".
       01  ws-except-key.
           05 filler                    pic x(7) value "BRANCH ".
           05 ws-except-branch          pic x(3).
           05 filler                    pic x(10) value spaces.
       01  ws-except-reason.
           05 filler                    pic x(18)
               value "OUT OF BALANCE BY ".
           05 ws-except-amount          pic -(7)9.99.
           05 filler                    pic x value space.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           open input glb-file.
           if ws-glb-status not = "00"
               display "DCIA2GLB.dat OPEN FAILED - STATUS: "
                   ws-glb-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close glb-file
               stop run
           end-if.

           open input audt-file.
           if ws-audt-status not = "00"
               display "AUDTFILE OPEN FAILED - STATUS: " ws-audt-status
               close glb-file, acct-file
               stop run
           end-if.

           open input arch-file.
           if ws-arch-status not = "00"
               move 'y' to sw-arch-off
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           perform 060-read-prior-balances.

           read glb-file at end move 'y' to sw-eof.
           perform 100-take-journal-line until sw-eof = 'y'.

      *    without tonight's complete journal there is nothing to
      *    prove against - the carried balances are left as they
      *    stand so a rerun after the bridge picks up cleanly
           if not ws-trailer-ok
               write report-print-line from bridge-missing-line
                   after advancing 2 lines
               display "NO COMPLETE BRIDGE JOURNAL FOR "
                   ws-today-yyyymmdd " - NOTHING RECONCILED"
               perform 990-close-files
               stop run
           end-if.

           read audt-file into AUDITREC at end move 'y' to sw-audt-eof.
           perform 300-take-journal-entry until sw-audt-eof = 'y'.

           perform 400-sum-one-account until sw-acct-eof = 'y'.

           write report-print-line from column-heading
               after advancing 2 lines.
           perform 500-reconcile-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           perform 900-print-totals.
           perform 950-write-prior-balances.

           perform 990-close-files.
           stop run.

       060-read-prior-balances.

      *    a missing prior file means this is the first run - every
      *    branch seeds its opening from tonight's sum. a line
      *    already dated tonight is a rerun, and the night before's
      *    balance is the opening again.
           open input prior-file.
           if ws-prior-status = "00"
               read prior-file at end move 'y' to sw-prior-eof
               end-read
               perform 070-take-prior-line until sw-prior-eof = 'y'
               close prior-file
           end-if.

       070-take-prior-line.

           move prl-branch to ws-wanted-branch.
           perform 200-find-branch-entry.
           if ws-branch-found
               if prl-bal-date = ws-today-yyyymmdd
                   if prl-prev-date > 0
                       move "Y" to ws-rb-seeded-sw(ws-branch-match-idx)
                   end-if
                   move prl-prev-balance
                       to ws-rb-opening(ws-branch-match-idx)
                   move prl-prev-date
                       to ws-rb-prev-date(ws-branch-match-idx)
                   move prl-prev-balance
                       to ws-rb-prev-balance(ws-branch-match-idx)
               else
                   move "Y" to ws-rb-seeded-sw(ws-branch-match-idx)
                   move prl-balance
                       to ws-rb-opening(ws-branch-match-idx)
                   move prl-bal-date
                       to ws-rb-prev-date(ws-branch-match-idx)
                   move prl-balance
                       to ws-rb-prev-balance(ws-branch-match-idx)
               end-if
           end-if.

           read prior-file at end move 'y' to sw-prior-eof.

       100-take-journal-line.

      *    a receivable debit raises what the branch should hold and
      *    a credit lowers it - the description says which code
      *    moved it, for the breakdown
           if glb-rec-type = "T"
               if glt-date = ws-today-yyyymmdd
                   and glt-line-count = ws-count-journal-lines
                   set ws-trailer-ok to true
               end-if
           else
               if glb-date = ws-today-yyyymmdd
                   add 1 to ws-count-journal-lines
                   if glb-account-class = "11"
                       move glb-branch to ws-wanted-branch
                       perform 200-find-branch-entry
                       if ws-branch-found
                           perform 150-post-journal-line
                       end-if
                   end-if
               end-if
           end-if.

           read glb-file at end move 'y' to sw-eof.

       150-post-journal-line.

           if glb-drcr = "D"
               add glb-amount to ws-rb-journal-dr(ws-branch-match-idx)
           else
               add glb-amount to ws-rb-journal-cr(ws-branch-match-idx)
           end-if.

           move "N" to ws-move-found-sw.
           perform 160-check-move-entry
               varying ws-move-idx from 1 by 1
               until ws-move-idx > ws-move-count-entries.

           if not ws-move-found and ws-move-count-entries < 800
               add 1 to ws-move-count-entries
               move ws-move-count-entries to ws-move-match-idx
               move ws-branch-match-idx
                   to ws-mv-branch-idx(ws-move-match-idx)
               move glb-desc to ws-mv-desc(ws-move-match-idx)
               move glb-drcr to ws-mv-drcr(ws-move-match-idx)
               move 0 to ws-mv-amount(ws-move-match-idx)
               set ws-move-found to true
           end-if.

           if ws-move-found
               add glb-amount to ws-mv-amount(ws-move-match-idx)
           end-if.

       160-check-move-entry.

           if ws-mv-branch-idx(ws-move-idx) = ws-branch-match-idx
               and ws-mv-desc(ws-move-idx) = glb-desc
               and ws-mv-drcr(ws-move-idx) = glb-drcr
               set ws-move-found to true
               move ws-move-idx to ws-move-match-idx
           end-if.

       200-find-branch-entry.

           move "N" to ws-branch-found-sw.
           perform 210-check-branch-entry
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           if not ws-branch-found and ws-branch-count-entries < 50
               add 1 to ws-branch-count-entries
               move ws-branch-count-entries to ws-branch-match-idx
               move ws-wanted-branch to ws-rb-code(ws-branch-match-idx)
               move "N" to ws-rb-seeded-sw(ws-branch-match-idx)
               move 0 to ws-rb-opening(ws-branch-match-idx)
               move 0 to ws-rb-prev-date(ws-branch-match-idx)
               move 0 to ws-rb-prev-balance(ws-branch-match-idx)
               move 0 to ws-rb-journal-dr(ws-branch-match-idx)
               move 0 to ws-rb-journal-cr(ws-branch-match-idx)
               move 0 to ws-rb-closed(ws-branch-match-idx)
               move 0 to ws-rb-reinstated(ws-branch-match-idx)
               move 0 to ws-rb-actual(ws-branch-match-idx)
               set ws-branch-found to true
           end-if.

           if not ws-branch-found
               display "BRANCH TABLE FULL - " ws-wanted-branch
                   " NOT RECONCILED"
           end-if.

       210-check-branch-entry.

           if ws-rb-code(ws-branch-idx) = ws-wanted-branch
               set ws-branch-found to true
               move ws-branch-idx to ws-branch-match-idx
           end-if.

       300-take-journal-entry.

      *    a close takes the whole record - balance and all - off
      *    ACCTFILE with no posting behind it, and a reinstatement
      *    brings the last archived picture back the same way
           if AUDIT-DATE = ws-today-yyyymmdd
               and (AUDIT-ACTION-DELETE or AUDIT-ACTION-REINSTATE)
               perform 350-find-archived-balance
               if ws-arch-found
                   move AUDIT-ACCTCODE to ws-wanted-branch
                   perform 200-find-branch-entry
                   if ws-branch-found
                       if AUDIT-ACTION-DELETE
                           add 1 to ws-count-closures
                           add ws-archived-curbal
                               to ws-rb-closed(ws-branch-match-idx)
                       else
                           add 1 to ws-count-reinstates
                           add ws-archived-curbal
                               to ws-rb-reinstated(ws-branch-match-idx)
                       end-if
                   end-if
               else
                   add 1 to ws-count-unvalued
               end-if
           end-if.

           read audt-file into AUDITREC at end move 'y' to sw-audt-eof.

       350-find-archived-balance.

      *    the archive keys by account plus close date, so the last
      *    image under the account is the one the close filed and
      *    the one a reinstatement restores
           move "N" to ws-arch-found-sw.
           move 0 to ws-archived-curbal.
           if sw-arch-off not = 'y'
               move 'n' to sw-arch-eof
               move AUDIT-ACCTKEY to ws-wanted-acctkey
               move ws-wanted-acctkey to fd-archkey(1:8)
               move zeros to fd-archkey(9:8)
               start arch-file key is not less than fd-archkey
                   invalid key move 'y' to sw-arch-eof
               end-start
               perform 360-read-next-archive until sw-arch-eof = 'y'
           end-if.

       360-read-next-archive.

           read arch-file next record into ARCHREC
               at end move 'y' to sw-arch-eof
           end-read.

           if sw-arch-eof not = 'y'
               if ARCH-ACCTKEY = ws-wanted-acctkey
                   set ws-arch-found to true
                   move ARCH-ACCT-IMAGE to ACCTREC
                   move CURBAL to ws-archived-curbal
               else
                   move 'y' to sw-arch-eof
               end-if
           end-if.

       400-sum-one-account.

           read acct-file into ACCTREC
               at end move 'y' to sw-acct-eof
           end-read.

           if sw-acct-eof not = 'y'
               add 1 to ws-count-accounts
               move ACCTCODE to ws-wanted-branch
               perform 200-find-branch-entry
               if ws-branch-found
                   add CURBAL to ws-rb-actual(ws-branch-match-idx)
               end-if
           end-if.

       500-reconcile-one-branch.

      *    what the ledger should hold is the opening plus tonight's
      *    bridged receivable lines; the sub-ledger should agree once
      *    closures and reinstatements - which the ledger never sees
      *    - are allowed for
           compute ws-journal-net =
               ws-rb-journal-dr(ws-branch-idx)
               - ws-rb-journal-cr(ws-branch-idx).
           compute ws-closure-net =
               ws-rb-reinstated(ws-branch-idx)
               - ws-rb-closed(ws-branch-idx).
           compute ws-expected =
               ws-rb-opening(ws-branch-idx) + ws-journal-net
               + ws-closure-net.
           compute ws-difference =
               ws-rb-actual(ws-branch-idx) - ws-expected.

           move spaces to bl-flag.
           move ws-rb-code(ws-branch-idx) to bl-branch.
           move ws-rb-opening(ws-branch-idx) to bl-opening.
           move ws-journal-net to bl-journal.
           move ws-closure-net to bl-closures.
           move ws-expected to bl-expected.
           move ws-rb-actual(ws-branch-idx) to bl-actual.
           move ws-difference to bl-difference.

           if not ws-rb-seeded(ws-branch-idx)
               move "SEEDED" to bl-flag
               add 1 to ws-count-seeded
               write report-print-line from branch-line
                   after advancing 1 line
               write report-print-line from seeded-note-line
                   after advancing 1 line
           else
               if ws-difference = 0
                   move "IN BALANCE" to bl-flag
                   add 1 to ws-count-in-balance
                   write report-print-line from branch-line
                       after advancing 1 line
               else
                   move "*** OUT ***" to bl-flag
                   add 1 to ws-count-out-balance
                   write report-print-line from branch-line
                       after advancing 1 line
                   perform 600-print-breakdown
                   perform 800-raise-exception
               end-if
           end-if.

       600-print-breakdown.

           move "OPENING CONTROL BALANCE" to bdl-label.
           move ws-rb-opening(ws-branch-idx) to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

           perform 610-print-one-movement
               varying ws-move-idx from 1 by 1
               until ws-move-idx > ws-move-count-entries.

           move "  - BALANCES CLOSED OFF ACCTFILE" to bdl-label.
           move ws-rb-closed(ws-branch-idx) to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

           move "  + BALANCES REINSTATED" to bdl-label.
           move ws-rb-reinstated(ws-branch-idx) to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

           move "  = EXPECTED SUB-LEDGER" to bdl-label.
           move ws-expected to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

           move "    ACCTFILE CURBAL SUM" to bdl-label.
           move ws-rb-actual(ws-branch-idx) to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

           move "    DIFFERENCE" to bdl-label.
           move ws-difference to bdl-amount.
           write report-print-line from breakdown-line
               after advancing 1 line.

       610-print-one-movement.

           if ws-mv-branch-idx(ws-move-idx) = ws-branch-idx
               move spaces to bdl-label
               if ws-mv-drcr(ws-move-idx) = "D"
                   move "  + " to bdl-label(1:4)
               else
                   move "  - " to bdl-label(1:4)
               end-if
               move ws-mv-desc(ws-move-idx) to bdl-label(5:12)
               move ws-mv-amount(ws-move-idx) to bdl-amount
               write report-print-line from breakdown-line
                   after advancing 1 line
           end-if.

       800-raise-exception.

           move ws-rb-code(ws-branch-idx) to ws-except-branch.
           move ws-difference to ws-except-amount.

      *    the record is built only after the open - the open resets
      *    the record area
           open extend except-log-file.
           if ws-exceptlog-status not = "00"
               and ws-exceptlog-status not = "05"
               open output except-log-file
           end-if.
           move spaces to except-log-line.
           move ws-this-job-name to el-job-name.
           move ws-today-yyyymmdd to el-run-date.
           move ws-except-key to el-record-key.
           move ws-except-reason to el-reason.
           move "O" to el-status.
           move spaces to el-fixed-by.
           move 0 to el-fixed-date.
           write except-log-line.
           close except-log-file.
           add 1 to ws-count-raised.

       900-print-totals.

           if ws-count-out-balance = 0
               write report-print-line from in-balance-line
                   after advancing 2 lines
           else
               write report-print-line from out-of-balance-line
                   after advancing 2 lines
           end-if.

           move "BRIDGE JOURNAL LINES" to cl-label.
           move ws-count-journal-lines to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "ACCOUNTS SUMMED" to cl-label.
           move ws-count-accounts to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CLOSURES ALLOWED FOR" to cl-label.
           move ws-count-closures to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "REINSTATEMENTS ALLOWED FOR" to cl-label.
           move ws-count-reinstates to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CLOSURES NOT ON THE ARCHIVE" to cl-label.
           move ws-count-unvalued to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BRANCHES IN BALANCE" to cl-label.
           move ws-count-in-balance to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BRANCHES OUT OF BALANCE" to cl-label.
           move ws-count-out-balance to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BRANCHES SEEDED TONIGHT" to cl-label.
           move ws-count-seeded to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SENT TO EXCEPTION LOG" to cl-label.
           move ws-count-raised to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       950-write-prior-balances.

      *    tonight's proved ACCTFILE sum is tomorrow's opening - a
      *    difference is raised once, on the night it appears, not
      *    carried into every night after it
           open output prior-file.
           perform 960-write-one-prior
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.
           close prior-file.

       960-write-one-prior.

           move ws-rb-code(ws-branch-idx) to prl-branch.
           move ws-today-yyyymmdd to prl-bal-date.
           move ws-rb-actual(ws-branch-idx) to prl-balance.
           move ws-rb-prev-date(ws-branch-idx) to prl-prev-date.
           move ws-rb-prev-balance(ws-branch-idx) to prl-prev-balance.
           write prior-line.

       990-close-files.

           close glb-file,
                 acct-file,
                 audt-file,
                 report-file.
           if sw-arch-off not = 'y'
               close arch-file
           end-if.

       end program DCIA2GLR.
