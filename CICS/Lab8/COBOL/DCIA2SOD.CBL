       identification division.
       program-id. DCIA2SOD.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    which conflict rules run and how many days back each one
      *    looks - one line per rule. a missing file runs every rule
      *    over the last week.
           select rule-file
           assign to "../../../data/SodRules.dat"
           organization is line sequential
           file status is ws-rule-status.

      *    the audit journal - who opened, closed, reinstated and
      *    changed the limit on each account.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    the postings - who put each credit on an account.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-trankey
           file status is ws-tran-status.

      *    the limit history, keyed by date then account - the
      *    supporting entry for a limit change on a given day.
           select crhist-file
           assign to "CRHISTFL"
           organization is indexed
           access mode is random
           record key is fd-crhistkey
           file status is ws-crhist-status.

      *    limit increases still waiting on the IA29 queue - the
      *    request is the conflict even before anyone approves it.
           select pend-file
           assign to "PENDFILE"
           organization is indexed
           access mode is sequential
           record key is fd-pendkey
           file status is ws-pend-status.

      *    the operator's own customer number.
           select sec-file
           assign to "SECFILE"
           organization is indexed
           access mode is random
           record key is fd-seckey
           file status is ws-sec-status.

      *    the operator holds an account linked to their customer
      *    number, or one naming their customer as a joint holder.
           select clnk-file
           assign to "CLNKFILE"
           organization is indexed
           access mode is random
           record key is fd-clnkkey
           file status is ws-clnk-status.

           select cust-file
           assign to "CUSTFILE"
           organization is indexed
           access mode is random
           record key is fd-custkey
           file status is ws-cust-status.

           select jnt-file
           assign to "JNTFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-jntkey
           file status is ws-jnt-status.

           select report-file
           assign to "../../../data/DCIA2SOD.out"
           organization is line sequential.

       data division.
       file section.

       fd  rule-file
           data record is rule-line.
       01  rule-line.
           05 rl-rule                   pic x(2).
           05 rl-active                 pic x.
           05 rl-window-days            pic 9(3).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  crhist-file
           record contains 34 characters.
       01  crhist-file-record.
           05 fd-crhistkey              pic x(16).
           05 filler                    pic x(18).

       fd  pend-file
           record contains 46 characters.
       01  pend-file-record.
           05 fd-pendkey                pic x(8).
           05 filler                    pic x(38).

       fd  sec-file
           record contains 41 characters.
       01  sec-file-record.
           05 fd-seckey                 pic x(8).
           05 filler                    pic x(33).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  cust-file
           record contains 90 characters.
       01  cust-file-record.
           05 fd-custkey                pic 9(6).
           05 filler                    pic x(84).

       fd  jnt-file
           record contains 44 characters.
       01  jnt-file-record.
           05 fd-jntkey                 pic x(10).
           05 filler                    pic x(34).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CREDIT-LIMIT HISTORY RECORD LAYOUT
       COPY 'CRHISTRC'.

      * COPY PENDING LIMIT-INCREASE RECORD LAYOUT
       COPY 'PENDREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

      * COPY SECONDARY-HOLDER RECORD LAYOUT
       COPY 'JNTREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, SEG DUTIES".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(50)
               value "WEEKLY SEGREGATION-OF-DUTIES EXCEPTION REPORT".

       01  rule-heading-line.
           05 filler                    pic x(3) value spaces.
           05 rh-rule                   pic x(2).
           05 filler                    pic x(2) value spaces.
           05 rh-text                   pic x(46).
           05 rh-state                  pic x(9).
           05 rh-window                 pic zz9.
           05 rh-days                   pic x(10).

       01  none-line.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(23)
               value "NO CONFLICTS FOUND".

       01  hit-line.
           05 filler                    pic x(6) value spaces.
           05 hl-rule                   pic x(2).
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(9) value "OPERATOR ".
           05 hl-userid                 pic x(8).
           05 filler                    pic x(10) value "  ACCOUNT ".
           05 hl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 hl-acctno                 pic 9(5).
           05 filler                    pic x(2) value spaces.
           05 hl-basis                  pic x(44).

       01  support-line.
           05 filler                    pic x(10) value spaces.
           05 su-source                 pic x(8).
           05 filler                    pic x(2) value spaces.
           05 su-date                   pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 su-time                   pic x(6).
           05 filler                    pic x(2) value spaces.
           05 su-transid                pic x(4).
           05 filler                    pic x(2) value spaces.
           05 su-action                 pic x(13).
           05 su-amount-1               pic $$$$,$$9.99 blank when zero.
           05 su-to                     pic x(4).
           05 su-amount-2               pic $$$$,$$9.99 blank when zero.
           05 filler                    pic x(2) value spaces.
           05 su-note                   pic x(20).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-rule-eof                  pic x value 'n'.
       01  sw-audt-eof                  pic x value 'n'.
       01  sw-tran-done                 pic x value 'n'.
       01  sw-pend-eof                  pic x value 'n'.
       01  sw-jnt-done                  pic x value 'n'.
       01  sw-rule-file                 pic x value 'n'.
       01  ws-rule-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-crhist-status             pic xx value spaces.
       01  ws-pend-status               pic xx value spaces.
       01  ws-sec-status                pic xx value spaces.
       01  ws-clnk-status               pic xx value spaces.
       01  ws-cust-status               pic xx value spaces.
       01  ws-jnt-status                pic xx value spaces.

      *--------------Conflict Rules------------------------------
      *    OP - opened the account, then posted credits to it
      *    RI - reinstated an account they closed
      *    LH - raised or requested a limit on an account they hold
      *    the window is how many days back the second act may lie.
       01  ws-op-rule.
           05 ws-op-active              pic x value 'y'.
           05 ws-op-window              pic 9(3) value 7.
       01  ws-ri-rule.
           05 ws-ri-active              pic x value 'y'.
           05 ws-ri-window              pic 9(3) value 7.
       01  ws-lh-rule.
           05 ws-lh-active              pic x value 'y'.
           05 ws-lh-window              pic 9(3) value 7.

      *--------------Journal Tables------------------------------
      *    every open and close on the journal, whatever its age -
      *    the first half of a conflict can be months old. the
      *    reinstatements and limit increases are only those inside
      *    their rule's window. entries past the last slot are
      *    counted, and the run says so.
       01  ws-open-table.
           05 ws-on-entry occurs 2000 times.
               10 ws-on-acctkey         pic x(8).
               10 ws-on-userid          pic x(8).
               10 ws-on-date            pic 9(8).
               10 ws-on-time            pic 9(6).
               10 ws-on-transid         pic x(4).
       01  ws-on-count                  pic 9(4) value 0.
       01  ws-on-idx                    pic 9(4) value 0.

       01  ws-close-table.
           05 ws-cl-entry occurs 2000 times.
               10 ws-cl-acctkey         pic x(8).
               10 ws-cl-userid          pic x(8).
               10 ws-cl-date            pic 9(8).
               10 ws-cl-time            pic 9(6).
               10 ws-cl-transid         pic x(4).
       01  ws-cl-count                  pic 9(4) value 0.
       01  ws-cl-idx                    pic 9(4) value 0.

       01  ws-reinstate-table.
           05 ws-ri-entry occurs 500 times.
               10 ws-ri-acctkey         pic x(8).
               10 ws-ri-userid          pic x(8).
               10 ws-ri-date            pic 9(8).
               10 ws-ri-time            pic 9(6).
               10 ws-ri-transid         pic x(4).
       01  ws-ri-count                  pic 9(4) value 0.
       01  ws-ri-idx                    pic 9(4) value 0.

       01  ws-raise-table.
           05 ws-lr-entry occurs 500 times.
               10 ws-lr-acctkey         pic x(8).
               10 ws-lr-userid          pic x(8).
               10 ws-lr-date            pic 9(8).
               10 ws-lr-time            pic 9(6).
               10 ws-lr-transid         pic x(4).
               10 ws-lr-old-limit       pic 9(6)v99.
               10 ws-lr-new-limit       pic 9(6)v99.
       01  ws-lr-count                  pic 9(4) value 0.
       01  ws-lr-idx                    pic 9(4) value 0.

      *--------------One Candidate-------------------------------
       01  ws-cand-acctkey              pic x(8).
       01  ws-cand-parts redefines ws-cand-acctkey.
           05 ws-cp-acctcode            pic x(3).
           05 ws-cp-acctno              pic 9(5).
       01  ws-cand-userid               pic x(8).
       01  ws-hit-count                 pic 9(4) value 0.
       01  ws-hold-sw                   pic x value 'n'.
       01  ws-hold-basis                pic x(44) value spaces.
       01  ws-basis-cust.
           05 ws-bc-text                pic x(28).
           05 ws-bc-number              pic 9(6).
           05 filler                    pic x(10) value spaces.
       01  ws-rule-hits                 pic 9(7) value 0.

      *--------------Date Arithmetic-----------------------------
      *    windows on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-age-days                  pic s9(7) value 0.
       01  ws-pend-yyyymmdd             pic 9(8) value 0.

      *--------------Counts--------------------------------------
       01 ws-counts.
           05 ws-count-journal          pic 9(7) value 0.
           05 ws-count-op-hits          pic 9(7) value 0.
           05 ws-count-ri-hits          pic 9(7) value 0.
           05 ws-count-lh-hits          pic 9(7) value 0.
           05 ws-count-not-held         pic 9(7) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-rules.

           open input audt-file.
           if ws-audt-status not = "00"
               display "AUDTFILE OPEN FAILED - STATUS: " ws-audt-status
               stop run
           end-if.

           open input tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
               close audt-file
               stop run
           end-if.

      *    the holding side of rule LH cannot be judged without the
      *    operator, link, customer and holder files - a missing one
      *    turns the rule off rather than guess.
           open input crhist-file.
           open input pend-file.
           open input sec-file.
           open input clnk-file.
           open input cust-file.
           open input jnt-file.
           if ws-sec-status not = "00"
               or ws-clnk-status not = "00"
               or ws-cust-status not = "00"
               or ws-jnt-status not = "00"
               display "***** DCIA2SOD: HOLDER FILES UNAVAILABLE -"
                   " RULE LH NOT RUN"
               move 'n' to ws-lh-active
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           read audt-file into AUDITREC
               at end move 'y' to sw-audt-eof.
           perform 100-sort-journal-entry until sw-audt-eof = 'y'.

           perform 200-check-open-then-credit.
           perform 300-check-reinstate-own-close.
           perform 400-check-limit-on-own-account.

           perform 900-print-totals.

           perform 950-close-files.
           stop run.

       050-read-rules.

      *    once the rule file exists it is the whole story - a rule
      *    not on it does not run.
           open input rule-file.
           if ws-rule-status = "00"
               move 'y' to sw-rule-file
               move 'n' to ws-op-active
               move 'n' to ws-ri-active
               move 'n' to ws-lh-active
               read rule-file
                   at end move 'y' to sw-rule-eof
               end-read
               perform 055-take-one-rule until sw-rule-eof = 'y'
               close rule-file
           end-if.

       055-take-one-rule.

           if rl-active = "Y" and rl-window-days is numeric
               and rl-window-days > 0
               evaluate rl-rule
                   when "OP"
                       move 'y' to ws-op-active
                       move rl-window-days to ws-op-window
                   when "RI"
                       move 'y' to ws-ri-active
                       move rl-window-days to ws-ri-window
                   when "LH"
                       move 'y' to ws-lh-active
                       move rl-window-days to ws-lh-window
                   when other
                       display "***** DCIA2SOD: UNKNOWN RULE "
                           rl-rule " IGNORED"
               end-evaluate
           end-if.

           read rule-file
               at end move 'y' to sw-rule-eof.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       070-age-of-date.

      *    days from the date in ws-date-parts to today
           perform 060-date-to-days.
           compute ws-age-days = ws-today-days - ws-ref-days.

       100-sort-journal-entry.

           add 1 to ws-count-journal.

           evaluate true
               when AUDIT-ACTION-CREATE
                   perform 110-keep-open
               when AUDIT-ACTION-DELETE
                   perform 120-keep-close
               when AUDIT-ACTION-REINSTATE
                   perform 130-keep-reinstate
               when AUDIT-ACTION-UPDATE
                   if AUDIT-AFTER-CRLIMIT > AUDIT-BEFORE-CRLIMIT
                       perform 140-keep-raise
                   end-if
           end-evaluate.

           read audt-file into AUDITREC
               at end move 'y' to sw-audt-eof.

       110-keep-open.

           if ws-on-count < 2000
               add 1 to ws-on-count
               move AUDIT-ACCTKEY to ws-on-acctkey(ws-on-count)
               move AUDIT-USERID to ws-on-userid(ws-on-count)
               move AUDIT-DATE to ws-on-date(ws-on-count)
               move AUDIT-TIME to ws-on-time(ws-on-count)
               move AUDIT-TRANSID to ws-on-transid(ws-on-count)
           else
               display "***** DCIA2SOD: OPEN TABLE FULL - "
                   AUDIT-ACCTKEY " NOT CHECKED"
           end-if.

       120-keep-close.

           if ws-cl-count < 2000
               add 1 to ws-cl-count
               move AUDIT-ACCTKEY to ws-cl-acctkey(ws-cl-count)
               move AUDIT-USERID to ws-cl-userid(ws-cl-count)
               move AUDIT-DATE to ws-cl-date(ws-cl-count)
               move AUDIT-TIME to ws-cl-time(ws-cl-count)
               move AUDIT-TRANSID to ws-cl-transid(ws-cl-count)
           else
               display "***** DCIA2SOD: CLOSE TABLE FULL - "
                   AUDIT-ACCTKEY " NOT CHECKED"
           end-if.

       130-keep-reinstate.

           move AUDIT-DATE to ws-date-parts.
           perform 070-age-of-date.
           if ws-age-days < ws-ri-window
               if ws-ri-count < 500
                   add 1 to ws-ri-count
                   move AUDIT-ACCTKEY to ws-ri-acctkey(ws-ri-count)
                   move AUDIT-USERID to ws-ri-userid(ws-ri-count)
                   move AUDIT-DATE to ws-ri-date(ws-ri-count)
                   move AUDIT-TIME to ws-ri-time(ws-ri-count)
                   move AUDIT-TRANSID to ws-ri-transid(ws-ri-count)
               else
                   display "***** DCIA2SOD: REINSTATE TABLE FULL - "
                       AUDIT-ACCTKEY " NOT CHECKED"
               end-if
           end-if.

       140-keep-raise.

           move AUDIT-DATE to ws-date-parts.
           perform 070-age-of-date.
           if ws-age-days < ws-lh-window
               if ws-lr-count < 500
                   add 1 to ws-lr-count
                   move AUDIT-ACCTKEY to ws-lr-acctkey(ws-lr-count)
                   move AUDIT-USERID to ws-lr-userid(ws-lr-count)
                   move AUDIT-DATE to ws-lr-date(ws-lr-count)
                   move AUDIT-TIME to ws-lr-time(ws-lr-count)
                   move AUDIT-TRANSID to ws-lr-transid(ws-lr-count)
                   move AUDIT-BEFORE-CRLIMIT
                       to ws-lr-old-limit(ws-lr-count)
                   move AUDIT-AFTER-CRLIMIT
                       to ws-lr-new-limit(ws-lr-count)
               else
                   display "***** DCIA2SOD: LIMIT TABLE FULL - "
                       AUDIT-ACCTKEY " NOT CHECKED"
               end-if
           end-if.

       200-check-open-then-credit.

           move "OP" to rh-rule.
           move "OPENED THE ACCOUNT, THEN POSTED CREDITS TO IT"
               to rh-text.
           move ws-op-active to ws-hold-sw.
           move ws-op-window to rh-window.
           perform 800-print-rule-heading.
           move 0 to ws-rule-hits.

           if ws-op-active = 'y'
               perform 210-check-one-open
                   varying ws-on-idx from 1 by 1
                   until ws-on-idx > ws-on-count
               perform 810-print-none-if-clean
           end-if.
           move ws-rule-hits to ws-count-op-hits.

       210-check-one-open.

      *    every credit the opener posted to the account inside the
      *    window is a hit line under the opening
           move ws-on-acctkey(ws-on-idx) to ws-cand-acctkey.
           move ws-on-userid(ws-on-idx) to ws-cand-userid.
           move 0 to ws-hit-count.

           move ws-cand-acctkey to TRAN-ACCTKEY.
           move zero to TRAN-DATE.
           move zero to TRAN-SEQ.
           move TRAN-KEY to fd-trankey.
           move 'n' to sw-tran-done.
           start tran-file key is not less than fd-trankey
               invalid key move 'y' to sw-tran-done
           end-start.
           perform 220-check-one-posting until sw-tran-done = 'y'.

       220-check-one-posting.

           read tran-file next record into TRANREC
               at end move 'y' to sw-tran-done
           end-read.

           if sw-tran-done not = 'y'
               if TRAN-ACCTKEY not = ws-cand-acctkey
                   move 'y' to sw-tran-done
               else
                   if TRAN-TYPE-CREDIT
                       and TRAN-USERID = ws-cand-userid
                       move TRAN-DATE to ws-date-parts
                       perform 070-age-of-date
                       if ws-age-days < ws-op-window
                           perform 230-print-credit-hit
                       end-if
                   end-if
               end-if
           end-if.

       230-print-credit-hit.

      *    the first credit found prints the hit and the opening
      *    entry behind it
           if ws-hit-count = 0
               add 1 to ws-rule-hits
               move "OP" to hl-rule
               move spaces to ws-hold-basis
               perform 820-print-hit-line
               move spaces to support-line
               move "AUDTFILE" to su-source
               move ws-on-date(ws-on-idx) to su-date
               move ws-on-time(ws-on-idx) to su-time
               move ws-on-transid(ws-on-idx) to su-transid
               move "OPENED" to su-action
               move 0 to su-amount-1
               move 0 to su-amount-2
               write report-print-line from support-line
                   after advancing 1 line
           end-if.
           add 1 to ws-hit-count.

           move spaces to support-line.
           move "TRANFILE" to su-source.
           move TRAN-DATE to su-date.
           move TRAN-SEQ to su-time.
           move spaces to su-transid.
           move "CREDIT" to su-action.
           move TRAN-AMOUNT to su-amount-1.
           move 0 to su-amount-2.
           move TRAN-DESC to su-note.
           write report-print-line from support-line
               after advancing 1 line.

       300-check-reinstate-own-close.

           move "RI" to rh-rule.
           move "REINSTATED AN ACCOUNT THEY CLOSED" to rh-text.
           move ws-ri-active to ws-hold-sw.
           move ws-ri-window to rh-window.
           perform 800-print-rule-heading.
           move 0 to ws-rule-hits.

           if ws-ri-active = 'y'
               perform 310-check-one-reinstate
                   varying ws-ri-idx from 1 by 1
                   until ws-ri-idx > ws-ri-count
               perform 810-print-none-if-clean
           end-if.
           move ws-rule-hits to ws-count-ri-hits.

       310-check-one-reinstate.

           move ws-ri-acctkey(ws-ri-idx) to ws-cand-acctkey.
           move ws-ri-userid(ws-ri-idx) to ws-cand-userid.
           move 0 to ws-hit-count.

           perform 320-match-one-close
               varying ws-cl-idx from 1 by 1
               until ws-cl-idx > ws-cl-count.

           if ws-hit-count > 0
               move spaces to support-line
               move "AUDTFILE" to su-source
               move ws-ri-date(ws-ri-idx) to su-date
               move ws-ri-time(ws-ri-idx) to su-time
               move ws-ri-transid(ws-ri-idx) to su-transid
               move "REINSTATED" to su-action
               move 0 to su-amount-1
               move 0 to su-amount-2
               write report-print-line from support-line
                   after advancing 1 line
           end-if.

       320-match-one-close.

      *    a close by the same operator on the same account, before
      *    the reinstatement
           if ws-cl-acctkey(ws-cl-idx) = ws-cand-acctkey
               and ws-cl-userid(ws-cl-idx) = ws-cand-userid
               and (ws-cl-date(ws-cl-idx) < ws-ri-date(ws-ri-idx)
                 or (ws-cl-date(ws-cl-idx) = ws-ri-date(ws-ri-idx)
                 and ws-cl-time(ws-cl-idx) < ws-ri-time(ws-ri-idx)))
               if ws-hit-count = 0
                   add 1 to ws-rule-hits
                   move "RI" to hl-rule
                   move spaces to ws-hold-basis
                   perform 820-print-hit-line
               end-if
               add 1 to ws-hit-count
               move spaces to support-line
               move "AUDTFILE" to su-source
               move ws-cl-date(ws-cl-idx) to su-date
               move ws-cl-time(ws-cl-idx) to su-time
               move ws-cl-transid(ws-cl-idx) to su-transid
               move "CLOSED" to su-action
               move 0 to su-amount-1
               move 0 to su-amount-2
               write report-print-line from support-line
                   after advancing 1 line
           end-if.

       400-check-limit-on-own-account.

           move "LH" to rh-rule.
           move "RAISED A LIMIT ON AN ACCOUNT THEY HOLD" to rh-text.
           move ws-lh-active to ws-hold-sw.
           move ws-lh-window to rh-window.
           perform 800-print-rule-heading.
           move 0 to ws-rule-hits.

           if ws-lh-active = 'y'
               perform 410-check-one-raise
                   varying ws-lr-idx from 1 by 1
                   until ws-lr-idx > ws-lr-count
               if ws-pend-status = "00"
                   read pend-file into PENDREC
                       at end move 'y' to sw-pend-eof
                   end-read
                   perform 450-check-one-pending
                       until sw-pend-eof = 'y'
               end-if
               perform 810-print-none-if-clean
           end-if.
           move ws-rule-hits to ws-count-lh-hits.

       410-check-one-raise.

           move ws-lr-acctkey(ws-lr-idx) to ws-cand-acctkey.
           move ws-lr-userid(ws-lr-idx) to ws-cand-userid.
           perform 500-does-operator-hold.

           if ws-hold-sw = 'y'
               add 1 to ws-rule-hits
               move "LH" to hl-rule
               perform 820-print-hit-line
               move spaces to support-line
               move "AUDTFILE" to su-source
               move ws-lr-date(ws-lr-idx) to su-date
               move ws-lr-time(ws-lr-idx) to su-time
               move ws-lr-transid(ws-lr-idx) to su-transid
               move "LIMIT RAISED" to su-action
               move ws-lr-old-limit(ws-lr-idx) to su-amount-1
               move " TO " to su-to
               move ws-lr-new-limit(ws-lr-idx) to su-amount-2
               write report-print-line from support-line
                   after advancing 1 line
               perform 420-print-limit-history
           end-if.

       420-print-limit-history.

      *    the limit history for the same account and day backs the
      *    journal entry up - and carries the reason code
           move ws-lr-date(ws-lr-idx) to CRHIST-DATE.
           move ws-cand-acctkey to CRHIST-ACCTKEY.
           move CRHIST-DATE to fd-crhistkey(1:8).
           move CRHIST-ACCTKEY to fd-crhistkey(9:8).
           if ws-crhist-status = "00" or ws-crhist-status = "23"
               read crhist-file into CRHISTREC
                   invalid key continue
               end-read
               if ws-crhist-status = "00"
                   move spaces to support-line
                   move "CRHISTFL" to su-source
                   move CRHIST-DATE to su-date
                   move spaces to su-time
                   move spaces to su-transid
                   move "LIMIT HISTORY" to su-action
                   move CRHIST-OLD-LIMIT to su-amount-1
                   move " TO " to su-to
                   move CRHIST-NEW-LIMIT to su-amount-2
                   move "REASON" to su-note
                   move CRHIST-REASON to su-note(8:2)
                   write report-print-line from support-line
                       after advancing 1 line
               end-if
           end-if.

       450-check-one-pending.

      *    a queued increase inside the window - the request itself
      *    is the conflict, approved or not
           if PEND-NEW-LIMIT > PEND-OLD-LIMIT
               compute ws-pend-yyyymmdd = 20000000 + PEND-DATE
               move ws-pend-yyyymmdd to ws-date-parts
               perform 070-age-of-date
               if ws-age-days < ws-lh-window
                   move PEND-ACCTKEY to ws-cand-acctkey
                   move PEND-USERID to ws-cand-userid
                   perform 500-does-operator-hold
                   if ws-hold-sw = 'y'
                       add 1 to ws-rule-hits
                       move "LH" to hl-rule
                       perform 820-print-hit-line
                       move spaces to support-line
                       move "PENDFILE" to su-source
                       move ws-pend-yyyymmdd to su-date
                       move PEND-TIME to su-time
                       move spaces to su-transid
                       move "LIMIT QUEUED" to su-action
                       move PEND-OLD-LIMIT to su-amount-1
                       move " TO " to su-to
                       move PEND-NEW-LIMIT to su-amount-2
                       move "AWAITING IA29" to su-note
                       write report-print-line from support-line
                           after advancing 1 line
                   end-if
               end-if
           end-if.

           read pend-file into PENDREC
               at end move 'y' to sw-pend-eof.

       500-does-operator-hold.

      *    the operator holds the account when it is linked to their
      *    own customer number, or when the account names that
      *    customer as a joint holder
           move 'n' to ws-hold-sw.
           move spaces to ws-hold-basis.

           move ws-cand-userid to fd-seckey.
           read sec-file into SECREC
               invalid key continue
           end-read.

           if ws-sec-status = "00"
               and SEC-CUST-NUMBER is numeric
               and SEC-CUST-NUMBER > 0
               move SEC-CUST-NUMBER to CLNK-CUST-NUMBER
               move ws-cand-acctkey to CLNK-ACCTKEY
               move CLNK-KEY to fd-clnkkey
               read clnk-file into CLNKREC
                   invalid key continue
               end-read
               if ws-clnk-status = "00"
                   move 'y' to ws-hold-sw
                   move "LINKED TO OWN CUSTOMER NO. " to ws-bc-text
                   move SEC-CUST-NUMBER to ws-bc-number
                   move ws-basis-cust to ws-hold-basis
               else
                   perform 510-check-joint-holders
               end-if
           end-if.

           if ws-hold-sw = 'n'
               add 1 to ws-count-not-held
           end-if.

       510-check-joint-holders.

           move SEC-CUST-NUMBER to fd-custkey.
           read cust-file into CUSTREC
               invalid key continue
           end-read.

           if ws-cust-status = "00"
               move ws-cand-acctkey to JNT-ACCTKEY
               move zero to JNT-SEQ
               move JNT-KEY to fd-jntkey
               move 'n' to sw-jnt-done
               start jnt-file key is not less than fd-jntkey
                   invalid key move 'y' to sw-jnt-done
               end-start
               perform 520-check-one-holder until sw-jnt-done = 'y'
           end-if.

       520-check-one-holder.

           read jnt-file next record into JNTREC
               at end move 'y' to sw-jnt-done
           end-read.

           if sw-jnt-done not = 'y'
               if JNT-ACCTKEY not = ws-cand-acctkey
                   move 'y' to sw-jnt-done
               else
                   if JNT-SNAME = CUST-SNAME
                       and JNT-FNAME = CUST-FNAME
                       move 'y' to ws-hold-sw
                       move 'y' to sw-jnt-done
                       move "JOINT HOLDER AS CUSTOMER NO."
                           to ws-bc-text
                       move CUST-NUMBER to ws-bc-number
                       move ws-basis-cust to ws-hold-basis
                   end-if
               end-if
           end-if.

       800-print-rule-heading.

           if ws-hold-sw = 'y'
               move "  WINDOW " to rh-state
               move " DAYS" to rh-days
           else
               move "  NOT RUN" to rh-state
               move 0 to rh-window
               move spaces to rh-days
           end-if.
           write report-print-line from rule-heading-line
               after advancing 3 lines.

       810-print-none-if-clean.

           if ws-rule-hits = 0
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

       820-print-hit-line.

           move ws-cand-userid to hl-userid.
           move ws-cp-acctcode to hl-acctcode.
           move ws-cp-acctno to hl-acctno.
           move ws-hold-basis to hl-basis.
           write report-print-line from hit-line
               after advancing 2 lines.

       900-print-totals.

           move "JOURNAL ENTRIES READ" to cl-label.
           move ws-count-journal to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "OPENED THEN CREDITED" to cl-label.
           move ws-count-op-hits to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "REINSTATED OWN CLOSE" to cl-label.
           move ws-count-ri-hits to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "LIMIT RAISED ON OWN ACCOUNT" to cl-label.
           move ws-count-lh-hits to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           if sw-rule-file = 'n'
               display "***** DCIA2SOD: NO RULE FILE -"
                   " EVERY RULE RUN OVER 7 DAYS"
           end-if.

       950-close-files.

           close audt-file,
                 tran-file,
                 report-file.
           if ws-crhist-status = "00" or ws-crhist-status = "23"
               close crhist-file
           end-if.
           if ws-pend-status = "00" or ws-pend-status = "10"
               close pend-file
           end-if.
           if ws-sec-status = "00" or ws-sec-status = "23"
               close sec-file
           end-if.
           if ws-clnk-status = "00" or ws-clnk-status = "23"
               close clnk-file
           end-if.
           if ws-cust-status = "00" or ws-cust-status = "23"
               close cust-file
           end-if.
           if ws-jnt-status = "00" or ws-jnt-status = "10"
               or ws-jnt-status = "23"
               close jnt-file
           end-if.

       end program DCIA2SOD.
