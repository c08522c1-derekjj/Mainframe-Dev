       identification division.
       program-id. DCIA2SEC.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the sign-on records - lockouts and failure counts, and the
      *    last sign-on date behind the unused-authority listing.
           select spwd-file
           assign to "SPWDFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-spwdkey
           file status is ws-spwd-status.

      *    the authority records - read by key for a sign-on's home
      *    branch, then straight through for the operator listings.
           select sec-file
           assign to "SECFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-seckey
           file status is ws-sec-status.

      *    each branch's business hours. a missing branch master
      *    leaves every branch on the 'SECRULE ' hours.
           select brch-file
           assign to "BRCHFILE"
           organization is indexed
           access mode is random
           record key is fd-brchkey
           file status is ws-brch-status.

      *    the audit journal - denied actions, sign-ons and updates.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    the 'SECRULE ' control record. a missing control file or
      *    record leaves the defaults in force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    the suite-wide exception repository - the top items land
      *    there for the morning exception summary.
           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select report-file
           assign to "../../../data/DCIA2SEC.out"
           organization is line sequential.

       data division.
       file section.

       fd  spwd-file
           record contains 34 characters.
       01  spwd-file-record.
           05 fd-spwdkey                pic x(8).
           05 filler                    pic x(26).

       fd  sec-file
           record contains 41 characters.
       01  sec-file-record.
           05 fd-seckey                 pic x(8).
           05 filler                    pic x(33).

       fd  brch-file
           record contains 42 characters.
       01  brch-file-record.
           05 fd-brchkey                pic x(3).
           05 filler                    pic x(39).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

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
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY OPERATOR SIGN-ON RECORD LAYOUT
       COPY 'SPWDREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, SECURITY".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NIGHTLY SECURITY-EVENT REPORT".

       01  section-line.
           05 filler                    pic x(3) value spaces.
           05 sl-text                   pic x(60).

       01  signon-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "OPERATOR".
           05 filler                    pic x(8) value "FAILS".
           05 filler                    pic x(30) value "CONDITION".

       01  signon-line.
           05 filler                    pic x(3) value spaces.
           05 sg-userid                 pic x(8).
           05 filler                    pic x(3) value spaces.
           05 sg-fails                  pic z9.
           05 filler                    pic x(6) value spaces.
           05 sg-condition              pic x(30).

       01  hours-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "OPERATOR".
           05 filler                    pic x(6) value "TRAN".
           05 filler                    pic x(10) value "TIME".
           05 filler                    pic x(11) value "ACTION".
           05 filler                    pic x(12) value "ACCOUNT".
           05 filler                    pic x(8) value "BRANCH".
           05 filler                    pic x(9) value "HOURS".

       01  hours-line.
           05 filler                    pic x(3) value spaces.
           05 hl-userid                 pic x(8).
           05 filler                    pic x(2) value spaces.
           05 hl-transid                pic x(4).
           05 filler                    pic x(2) value spaces.
           05 hl-hh                     pic 99.
           05 filler                    pic x value ":".
           05 hl-mm                     pic 99.
           05 filler                    pic x value ":".
           05 hl-ss                     pic 99.
           05 filler                    pic x(2) value spaces.
           05 hl-action                 pic x(9).
           05 filler                    pic x(2) value spaces.
           05 hl-account                pic x(9).
           05 filler                    pic x(3) value spaces.
           05 hl-branch                 pic x(3).
           05 filler                    pic x(5) value spaces.
           05 hl-open                   pic 9(4).
           05 filler                    pic x value "-".
           05 hl-close                  pic 9(4).

       01  denied-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "OPERATOR".
           05 filler                    pic x(6) value "TRAN".
           05 filler                    pic x(10) value "TIME".
           05 filler                    pic x(6) value "TERM".
           05 filler                    pic x(12) value "ACCOUNT".
           05 filler                    pic x(7) value "OUTCOME".

       01  denied-line.
           05 filler                    pic x(3) value spaces.
           05 dl-userid                 pic x(8).
           05 filler                    pic x(2) value spaces.
           05 dl-transid                pic x(4).
           05 filler                    pic x(2) value spaces.
           05 dl-hh                     pic 99.
           05 filler                    pic x value ":".
           05 dl-mm                     pic 99.
           05 filler                    pic x value ":".
           05 dl-ss                     pic 99.
           05 filler                    pic x(2) value spaces.
           05 dl-termid                 pic x(4).
           05 filler                    pic x(2) value spaces.
           05 dl-account                pic x(9).
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(10).

       01  denied-total-line.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(10) value "TOTAL FOR ".
           05 dt-userid                 pic x(8).
           05 filler                    pic x(4) value " ON ".
           05 dt-transid                pic x(4).
           05 filler                    pic x(2) value ": ".
           05 dt-count                  pic zzzz9.

       01  idle-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "OPERATOR".
           05 filler                    pic x(14) value "LAST SIGN-ON".
           05 filler                    pic x(10) value "DAYS IDLE".

       01  idle-line.
           05 filler                    pic x(3) value spaces.
           05 il-userid                 pic x(8).
           05 filler                    pic x(3) value spaces.
           05 il-last-signon            pic x(8).
           05 filler                    pic x(6) value spaces.
           05 il-days                   pic zzzz9 blank when zero.

       01  approver-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "OPERATOR".
           05 filler                    pic x(15) value "   MAX LIMIT".
           05 filler                    pic x(20) value "  SCOPE".

       01  approver-line.
           05 filler                    pic x(3) value spaces.
           05 apl-userid                pic x(8).
           05 filler                    pic x(3) value spaces.
           05 apl-max-crlimit           pic $$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 apl-scope                 pic x(7).
           05 filler                    pic x value space.
           05 apl-home                  pic x(10).

       01  none-line.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(4) value "NONE".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-spwd-eof                  pic x value 'n'.
       01  sw-sec-eof                   pic x value 'n'.
       01  sw-audt-eof                  pic x value 'n'.
       01  sw-brch-open                 pic x value 'n'.
       01  ws-spwd-status               pic xx value spaces.
       01  ws-sec-status                pic xx value spaces.
       01  ws-brch-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.

      *--------------Security Rules------------------------------
       77  ws-idle-days                 pic 9(3) value 60.
       77  ws-repeat-fails              pic 9(2) value 2.
       77  ws-default-open              pic 9(4) value 0800.
       77  ws-default-close             pic 9(4) value 1800.
       77  ws-top-count                 pic 9(2) value 5.

      *--------------One Audit Entry-----------------------------
       01  ws-event-time.
           05 ws-et-hh                  pic 99.
           05 ws-et-mm                  pic 99.
           05 ws-et-ss                  pic 99.
       01  ws-event-hhmm                pic 9(4) value 0.
       01  ws-event-branch              pic x(3) value spaces.
       01  ws-open-time                 pic 9(4) value 0.
       01  ws-close-time                pic 9(4) value 0.
       01  ws-event-account.
           05 ws-ea-acctcode            pic x(3).
           05 ws-ea-slash               pic x.
           05 ws-ea-acctno              pic 9(5).

      *--------------Denied-Action Table-------------------------
      *    every denied entry of the day, sorted by operator and
      *    transaction before it prints. the sort is stable, so
      *    each group keeps the journal's time order. entries past
      *    the last slot are counted but not listed.
       01  ws-denied-table.
           05 ws-dn-entry occurs 500 times.
               10 ws-dn-sort-key.
                   15 ws-dn-userid      pic x(8).
                   15 ws-dn-transid     pic x(4).
               10 ws-dn-time            pic 9(6).
               10 ws-dn-termid          pic x(4).
               10 ws-dn-account         pic x(9).
               10 ws-dn-outcome         pic x.
       01  ws-dn-hold                   pic x(32).
       01  ws-dn-count                  pic 9(4) value 0.
       01  ws-dn-idx                    pic 9(4) value 0.
       01  ws-dn-next                   pic 9(4) value 0.
       01  ws-dn-pass                   pic 9(4) value 0.
       01  ws-dn-group-count            pic 9(5) value 0.
       01  ws-dn-prev-key               pic x(12) value spaces.

      *--------------Operator Tallies----------------------------
      *    denied count per operator, for picking the operators
      *    raised to the exception log.
       01  ws-oper-table.
           05 ws-op-entry occurs 100 times.
               10 ws-op-userid          pic x(8).
               10 ws-op-denied          pic 9(5).
       01  ws-op-count                  pic 9(3) value 0.
       01  ws-op-idx                    pic 9(3) value 0.
       01  ws-op-best                   pic 9(3) value 0.
       01  ws-top-idx                   pic 9(2) value 0.

      *    operators already raised for out-of-hours activity - one
      *    exception per operator, however many entries they made.
       01  ws-ooh-table.
           05 ws-ooh-userid occurs 50 times pic x(8).
       01  ws-ooh-count                 pic 9(2) value 0.
       01  ws-ooh-idx                   pic 9(2) value 0.
       01  ws-ooh-found-sw              pic x value 'n'.

      *--------------Date Arithmetic-----------------------------
      *    idle days on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-idle-elapsed              pic 9(5) value 0.

      *--------------Exception Log Entry-------------------------
       01  ws-this-job-name             pic x(8) value "DCIA2SEC".
       01  ws-except-key                pic x(20) value spaces.
       01  ws-except-reason             pic x(30) value spaces.
       01  ws-denied-reason.
           05 filler                    pic x(22)
               value "DENIED ACTIONS TODAY: ".
           05 ws-dr-count               pic zzzz9.
           05 filler                    pic x(3) value spaces.

      *--------------Counts--------------------------------------
       01 ws-counts.
           05 ws-count-locked           pic 9(7) value 0.
           05 ws-count-repeat           pic 9(7) value 0.
           05 ws-count-out-of-hours     pic 9(7) value 0.
           05 ws-count-denied           pic 9(7) value 0.
           05 ws-count-not-listed       pic 9(7) value 0.
           05 ws-count-idle             pic 9(7) value 0.
           05 ws-count-approvers        pic 9(7) value 0.
           05 ws-count-raised           pic 9(7) value 0.
       01 ws-section-count              pic 9(7) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-security-rule.

           open input spwd-file.
           if ws-spwd-status not = "00"
               display "SPWDFILE OPEN FAILED - STATUS: " ws-spwd-status
               stop run
           end-if.

           open input sec-file.
           if ws-sec-status not = "00"
               display "SECFILE OPEN FAILED - STATUS: " ws-sec-status
               close spwd-file
               stop run
           end-if.

           open input audt-file.
           if ws-audt-status not = "00"
               display "AUDTFILE OPEN FAILED - STATUS: " ws-audt-status
               close spwd-file, sec-file
               stop run
           end-if.

           open input brch-file.
           if ws-brch-status = "00"
               move 'y' to sw-brch-open
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           perform 100-list-sign-on-problems.
           perform 200-scan-audit-journal.
           perform 300-list-denied-actions.
           perform 400-list-idle-operators.
           perform 500-list-approvers.
           perform 600-raise-top-denied.

           perform 900-print-totals.

           if sw-brch-open = 'y'
               close brch-file
           end-if.
           close spwd-file,
                 sec-file,
                 audt-file,
                 report-file.
           stop run.

       050-read-security-rule.
      *    a missing control file, record or unusable setting just
      *    leaves the default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "SECRULE " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 055-take-security-rule
               end-if
               close ctl-file
           end-if.

       055-take-security-rule.

           if CTL-SECR-IDLE-DAYS is numeric
               and CTL-SECR-IDLE-DAYS > 0
               move CTL-SECR-IDLE-DAYS to ws-idle-days
           end-if.
           if CTL-SECR-REPEAT-FAILS is numeric
               and CTL-SECR-REPEAT-FAILS > 0
               move CTL-SECR-REPEAT-FAILS to ws-repeat-fails
           end-if.
           if CTL-SECR-OPEN-TIME is numeric
               and CTL-SECR-CLOSE-TIME is numeric
               and CTL-SECR-OPEN-TIME < CTL-SECR-CLOSE-TIME
               and CTL-SECR-CLOSE-TIME not > 2400
               move CTL-SECR-OPEN-TIME to ws-default-open
               move CTL-SECR-CLOSE-TIME to ws-default-close
           end-if.
           if CTL-SECR-TOP-COUNT is numeric
               move CTL-SECR-TOP-COUNT to ws-top-count
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-list-sign-on-problems.

           move "LOCKED-OUT OPERATORS AND REPEATED SIGN-ON FAILURES"
               to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from signon-heading
               after advancing 2 lines.
           move 0 to ws-section-count.

           move 'n' to sw-spwd-eof.
           move low-values to fd-spwdkey.
           start spwd-file key is not less than fd-spwdkey
               invalid key move 'y' to sw-spwd-eof
           end-start.
           perform 110-check-one-sign-on until sw-spwd-eof = 'y'.

           if ws-section-count = 0
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

       110-check-one-sign-on.

           read spwd-file next record into SPWDREC
               at end move 'y' to sw-spwd-eof
           end-read.

           if sw-spwd-eof not = 'y'
               if SPWD-IS-LOCKED
                   add 1 to ws-count-locked
                   move "LOCKED OUT" to sg-condition
                   perform 120-print-sign-on-line
                   move SPWD-USERID to ws-except-key
                   move "OPERATOR LOCKED OUT" to ws-except-reason
                   perform 800-raise-exception
               else
                   if SPWD-FAIL-COUNT is numeric
                       and SPWD-FAIL-COUNT not < ws-repeat-fails
                       add 1 to ws-count-repeat
                       move "REPEATED FAILURES, NOT LOCKED"
                           to sg-condition
                       perform 120-print-sign-on-line
                   end-if
               end-if
           end-if.

       120-print-sign-on-line.

           add 1 to ws-section-count.
           move SPWD-USERID to sg-userid.
           if SPWD-FAIL-COUNT is numeric
               move SPWD-FAIL-COUNT to sg-fails
           else
               move 0 to sg-fails
           end-if.
           write report-print-line from signon-line
               after advancing 1 line.

       200-scan-audit-journal.

      *    one pass over the journal: today's sign-ons and updates
      *    are checked against their branch's hours as they go by,
      *    and today's denied entries are set aside for sorting.
           move "SIGN-ONS AND UPDATES OUTSIDE BRANCH BUSINESS HOURS"
               to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from hours-heading
               after advancing 2 lines.
           move 0 to ws-section-count.

           read audt-file into AUDITREC
               at end move 'y' to sw-audt-eof.
           perform 210-check-one-entry until sw-audt-eof = 'y'.

           if ws-section-count = 0
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

       210-check-one-entry.

           if AUDIT-DATE = ws-today-yyyymmdd
               if AUDIT-ACTION-DENIED
                   perform 220-keep-denied-entry
               else
                   if AUDIT-ACTION-SIGNON
                       or AUDIT-ACTION-CREATE
                       or AUDIT-ACTION-UPDATE
                       or AUDIT-ACTION-DELETE
                       or AUDIT-ACTION-REINSTATE
                       or AUDIT-ACTION-MERGE
                       or AUDIT-ACTION-TRANSFER
                       perform 230-check-business-hours
                   end-if
               end-if
           end-if.

           read audt-file into AUDITREC
               at end move 'y' to sw-audt-eof.

       220-keep-denied-entry.

           add 1 to ws-count-denied.
           perform 240-format-account.

           if ws-dn-count < 500
               add 1 to ws-dn-count
               move AUDIT-USERID to ws-dn-userid(ws-dn-count)
               move AUDIT-TRANSID to ws-dn-transid(ws-dn-count)
               move AUDIT-TIME to ws-dn-time(ws-dn-count)
               move AUDIT-TERMID to ws-dn-termid(ws-dn-count)
               move ws-event-account to ws-dn-account(ws-dn-count)
               move AUDIT-AFTER-STAT to ws-dn-outcome(ws-dn-count)
           else
               add 1 to ws-count-not-listed
           end-if.

       230-check-business-hours.

      *    an update belongs to the account's branch, a sign-on to
      *    the operator's home branch on SECFILE. an operator with
      *    no home branch is held to the default hours.
           if AUDIT-ACTION-SIGNON
               move spaces to ws-event-branch
               move AUDIT-USERID to fd-seckey
               read sec-file into SECREC
                   invalid key continue
               end-read
               if ws-sec-status = "00"
                   move SEC-HOME-BRANCH to ws-event-branch
               end-if
           else
               move AUDIT-ACCTCODE to ws-event-branch
           end-if.

           perform 250-find-branch-hours.

           move AUDIT-TIME to ws-event-time.
           compute ws-event-hhmm = ws-et-hh * 100 + ws-et-mm.

           if ws-event-hhmm < ws-open-time
               or ws-event-hhmm not < ws-close-time
               perform 260-print-out-of-hours
           end-if.

       240-format-account.

           if AUDIT-ACCTCODE = spaces
               move spaces to ws-event-account
           else
               move AUDIT-ACCTCODE to ws-ea-acctcode
               move "/" to ws-ea-slash
               move AUDIT-ACCTNO to ws-ea-acctno
           end-if.

       250-find-branch-hours.

           move ws-default-open to ws-open-time.
           move ws-default-close to ws-close-time.

           if sw-brch-open = 'y' and ws-event-branch not = spaces
               move ws-event-branch to fd-brchkey
               read brch-file into BRCHREC
                   invalid key continue
               end-read
               if ws-brch-status = "00"
                   and BRCH-OPEN-TIME is numeric
                   and BRCH-CLOSE-TIME is numeric
                   and BRCH-OPEN-TIME < BRCH-CLOSE-TIME
                   move BRCH-OPEN-TIME to ws-open-time
                   move BRCH-CLOSE-TIME to ws-close-time
               end-if
           end-if.

       260-print-out-of-hours.

           add 1 to ws-count-out-of-hours.
           add 1 to ws-section-count.
           perform 240-format-account.

           move AUDIT-USERID to hl-userid.
           move AUDIT-TRANSID to hl-transid.
           move ws-et-hh to hl-hh.
           move ws-et-mm to hl-mm.
           move ws-et-ss to hl-ss.
           evaluate true
               when AUDIT-ACTION-SIGNON
                   move "SIGN-ON" to hl-action
               when AUDIT-ACTION-CREATE
                   move "CREATE" to hl-action
               when AUDIT-ACTION-UPDATE
                   move "UPDATE" to hl-action
               when AUDIT-ACTION-DELETE
                   move "DELETE" to hl-action
               when AUDIT-ACTION-REINSTATE
                   move "REINSTATE" to hl-action
               when AUDIT-ACTION-MERGE
                   move "MERGE" to hl-action
               when other
                   move "TRANSFER" to hl-action
           end-evaluate.
           move ws-event-account to hl-account.
           if ws-event-branch = spaces
               move "***" to hl-branch
           else
               move ws-event-branch to hl-branch
           end-if.
           move ws-open-time to hl-open.
           move ws-close-time to hl-close.
           write report-print-line from hours-line
               after advancing 1 line.

      *    the first out-of-hours entry per operator is raised
           move 'n' to ws-ooh-found-sw.
           perform 270-find-raised-operator
               varying ws-ooh-idx from 1 by 1
               until ws-ooh-idx > ws-ooh-count.
           if ws-ooh-found-sw = 'n'
               if ws-ooh-count < 50
                   add 1 to ws-ooh-count
                   move AUDIT-USERID to ws-ooh-userid(ws-ooh-count)
               end-if
               move AUDIT-USERID to ws-except-key
               move "ACTIVITY OUTSIDE BRANCH HOURS" to ws-except-reason
               perform 800-raise-exception
           end-if.

       270-find-raised-operator.

           if ws-ooh-userid(ws-ooh-idx) = AUDIT-USERID
               move 'y' to ws-ooh-found-sw
           end-if.

       300-list-denied-actions.

           move "DENIED ACTIONS BY OPERATOR AND TRANSACTION"
               to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from denied-heading
               after advancing 2 lines.

           if ws-dn-count = 0
               write report-print-line from none-line
                   after advancing 1 line
           else
               perform 310-sort-one-pass
                   varying ws-dn-pass from 1 by 1
                   until ws-dn-pass not < ws-dn-count
               move spaces to ws-dn-prev-key
               move 0 to ws-dn-group-count
               perform 330-print-one-denied
                   varying ws-dn-idx from 1 by 1
                   until ws-dn-idx > ws-dn-count
               perform 340-print-denied-total
           end-if.

       310-sort-one-pass.

           perform 320-compare-and-swap
               varying ws-dn-idx from 1 by 1
               until ws-dn-idx > ws-dn-count - ws-dn-pass.

       320-compare-and-swap.

           compute ws-dn-next = ws-dn-idx + 1.
           if ws-dn-sort-key(ws-dn-idx) > ws-dn-sort-key(ws-dn-next)
               move ws-dn-entry(ws-dn-idx) to ws-dn-hold
               move ws-dn-entry(ws-dn-next) to ws-dn-entry(ws-dn-idx)
               move ws-dn-hold to ws-dn-entry(ws-dn-next)
           end-if.

       330-print-one-denied.

           if ws-dn-sort-key(ws-dn-idx) not = ws-dn-prev-key
               if ws-dn-prev-key not = spaces
                   perform 340-print-denied-total
               end-if
               move ws-dn-sort-key(ws-dn-idx) to ws-dn-prev-key
               move 0 to ws-dn-group-count
           end-if.
           add 1 to ws-dn-group-count.
           perform 350-tally-operator.

           move ws-dn-userid(ws-dn-idx) to dl-userid.
           move ws-dn-transid(ws-dn-idx) to dl-transid.
           move ws-dn-time(ws-dn-idx) to ws-event-time.
           move ws-et-hh to dl-hh.
           move ws-et-mm to dl-mm.
           move ws-et-ss to dl-ss.
           move ws-dn-termid(ws-dn-idx) to dl-termid.
           move ws-dn-account(ws-dn-idx) to dl-account.
           evaluate ws-dn-outcome(ws-dn-idx)
               when "O"
                   move "OVERRIDDEN" to dl-outcome
               when "R"
                   move "REFUSED" to dl-outcome
               when other
                   move "DENIED" to dl-outcome
           end-evaluate.
           write report-print-line from denied-line
               after advancing 1 line.

       340-print-denied-total.

           move ws-dn-prev-key(1:8) to dt-userid.
           move ws-dn-prev-key(9:4) to dt-transid.
           move ws-dn-group-count to dt-count.
           write report-print-line from denied-total-line
               after advancing 1 line.

       350-tally-operator.

      *    the table is in operator order, so a new operator is
      *    always a new slot at the end
           if ws-op-count = 0
               or ws-op-userid(ws-op-count)
                   not = ws-dn-userid(ws-dn-idx)
               if ws-op-count < 100
                   add 1 to ws-op-count
                   move ws-dn-userid(ws-dn-idx)
                       to ws-op-userid(ws-op-count)
                   move 0 to ws-op-denied(ws-op-count)
               end-if
           end-if.
           if ws-op-userid(ws-op-count) = ws-dn-userid(ws-dn-idx)
               add 1 to ws-op-denied(ws-op-count)
           end-if.

       400-list-idle-operators.

           move "OPERATORS WITH NO SIGN-ON IN THE IDLE-DAYS LIMIT"
               to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from idle-heading
               after advancing 2 lines.
           move 0 to ws-section-count.

           move 'n' to sw-sec-eof.
           move low-values to fd-seckey.
           start sec-file key is not less than fd-seckey
               invalid key move 'y' to sw-sec-eof
           end-start.
           perform 410-check-one-operator until sw-sec-eof = 'y'.

           if ws-section-count = 0
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

       410-check-one-operator.

           read sec-file next record into SECREC
               at end move 'y' to sw-sec-eof
           end-read.

           if sw-sec-eof not = 'y'
               move SEC-USERID to fd-spwdkey
               read spwd-file into SPWDREC
                   invalid key continue
               end-read
               if ws-spwd-status not = "00"
                   or SPWD-LAST-SIGNON is not numeric
                   or SPWD-LAST-SIGNON = 0
                   move "NEVER" to il-last-signon
                   move 0 to il-days
                   perform 420-print-idle-line
               else
                   move SPWD-LAST-SIGNON to ws-date-parts
                   perform 060-date-to-days
                   if ws-today-days > ws-ref-days
                       compute ws-idle-elapsed =
                           ws-today-days - ws-ref-days
                   else
                       move 0 to ws-idle-elapsed
                   end-if
                   if ws-idle-elapsed > ws-idle-days
                       move SPWD-LAST-SIGNON to il-last-signon
                       move ws-idle-elapsed to il-days
                       perform 420-print-idle-line
                   end-if
               end-if
           end-if.

       420-print-idle-line.

           add 1 to ws-count-idle.
           add 1 to ws-section-count.
           move SEC-USERID to il-userid.
           write report-print-line from idle-line
               after advancing 1 line.

       500-list-approvers.

           move "OPERATORS HOLDING THE APPROVE FLAG" to sl-text.
           write report-print-line from section-line
               after advancing 3 lines.
           write report-print-line from approver-heading
               after advancing 2 lines.
           move 0 to ws-section-count.

           move 'n' to sw-sec-eof.
           move low-values to fd-seckey.
           start sec-file key is not less than fd-seckey
               invalid key move 'y' to sw-sec-eof
           end-start.
           perform 510-check-one-approver until sw-sec-eof = 'y'.

           if ws-section-count = 0
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

       510-check-one-approver.

           read sec-file next record into SECREC
               at end move 'y' to sw-sec-eof
           end-read.

           if sw-sec-eof not = 'y' and SEC-ALLOWS-APPROVE
               add 1 to ws-count-approvers
               add 1 to ws-section-count
               move SEC-USERID to apl-userid
               if SEC-MAX-CRLIMIT is numeric
                   move SEC-MAX-CRLIMIT to apl-max-crlimit
               else
                   move 0 to apl-max-crlimit
               end-if
               evaluate true
                   when SEC-SCOPE-BRANCH
                       move "BRANCH" to apl-scope
                       move SEC-HOME-BRANCH to apl-home
                   when SEC-SCOPE-REGION
                       move "REGION" to apl-scope
                       move SEC-HOME-REGION to apl-home
                   when other
                       move "ALL" to apl-scope
                       move spaces to apl-home
               end-evaluate
               write report-print-line from approver-line
                   after advancing 1 line
           end-if.

       600-raise-top-denied.

      *    the most-denied operators go to the exception log, the
      *    worst first. each pick is zeroed so the next pass finds
      *    the one behind it.
           perform 610-raise-next-operator
               varying ws-top-idx from 1 by 1
               until ws-top-idx > ws-top-count.

       610-raise-next-operator.

           move 0 to ws-op-best.
           perform 620-find-most-denied
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.

           if ws-op-best > 0
               move ws-op-userid(ws-op-best) to ws-except-key
               move ws-op-denied(ws-op-best) to ws-dr-count
               move ws-denied-reason to ws-except-reason
               perform 800-raise-exception
               move 0 to ws-op-denied(ws-op-best)
           end-if.

       620-find-most-denied.

           if ws-op-denied(ws-op-idx) > 0
               if ws-op-best = 0
                   move ws-op-idx to ws-op-best
               else
                   if ws-op-denied(ws-op-idx) >
                       ws-op-denied(ws-op-best)
                       move ws-op-idx to ws-op-best
                   end-if
               end-if
           end-if.

       800-raise-exception.

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

           move "OPERATORS LOCKED OUT" to cl-label.
           move ws-count-locked to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "REPEATED FAILURES" to cl-label.
           move ws-count-repeat to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OUT-OF-HOURS ENTRIES" to cl-label.
           move ws-count-out-of-hours to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "DENIED ACTIONS TODAY" to cl-label.
           move ws-count-denied to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

      *    more denied entries than the table holds - they are in
      *    the count above but not in the listing
           move "DENIED ACTIONS NOT LISTED" to cl-label.
           move ws-count-not-listed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "IDLE OPERATORS" to cl-label.
           move ws-count-idle to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "APPROVE-FLAG HOLDERS" to cl-label.
           move ws-count-approvers to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "RAISED TO EXCEPTION LOG" to cl-label.
           move ws-count-raised to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           if ws-count-not-listed > 0
               display "***** DCIA2SEC: " ws-count-not-listed
                   " DENIED ACTIONS NOT LISTED - TABLE FULL"
           end-if.

       end program DCIA2SEC.
