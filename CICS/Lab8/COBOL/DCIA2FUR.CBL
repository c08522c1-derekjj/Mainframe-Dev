       identification division.
       program-id. DCIA2FUR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every corporate credit facility, parent first then its
      *    sub-accounts - each is measured on its own.
           select fac-file
           assign to "FACFILE"
           organization is indexed
           access mode is sequential
           record key is fd-fackey
           file status is ws-fac-status.

      *    each member's balance is read from the account itself.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the 'FACILITY' control record - the near-limit percentage.
      *    a missing control file or record leaves the default in
      *    force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

           select report-file
           assign to "../../../data/DCIA2FUR.out"
           organization is line sequential.

       data division.
       file section.

       fd  fac-file
           record contains 118 characters.
       01  fac-file-record.
           05 fd-fackey                 pic x(8).
           05 filler                    pic x(110).

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

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY CREDIT FACILITY RECORD LAYOUT
       COPY 'FACREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, FACILITY USE".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "CREDIT FACILITY UTILISATION REPORT".

       01  rule-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(31)
               value "FACILITIES LISTED FROM".
           05 rl-near-pct               pic zz9.
           05 filler                    pic x(22)
               value " PCT OF LIMIT AND OVER".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "PARENT".
           05 filler                    pic x(22) value "FACILITY".
           05 filler                    pic x(4) value "SUBS".
           05 filler                    pic x(15) value "      LIMIT".
           05 filler                    pic x(16) value "     BALANCE".
           05 filler                    pic x(16) value "   AVAILABLE".
           05 filler                    pic x(6) value "  PCT".
           05 filler                    pic x(12) value "  STATUS".

       01  facility-line.
           05 filler                    pic x(3) value spaces.
           05 fl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 fl-acctno                 pic 9(5).
           05 filler                    pic x(2) value spaces.
           05 fl-name                   pic x(20).
           05 filler                    pic x(2) value spaces.
           05 fl-subs                   pic z9.
           05 filler                    pic x(2) value spaces.
           05 fl-limit                  pic $$$$,$$9.99.
           05 filler                    pic x(2) value spaces.
           05 fl-balance                pic $$,$$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 fl-avail                  pic $$,$$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 fl-pct                    pic zzz9.
           05 filler                    pic x(2) value spaces.
           05 fl-status                 pic x(12).

       01  missing-line.
           05 filler                    pic x(8) value spaces.
           05 filler                    pic x(20)
               value "MEMBER NOT ON FILE: ".
           05 ml-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 ml-acctno                 pic 9(5).

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
       01  sw-fac-eof                   pic x value 'n'.
       01  ws-fac-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.

      *--------------Utilisation Rule----------------------------
       77  ws-near-pct                  pic 9(3) value 90.

      *--------------One Facility--------------------------------
       01  ws-fac-balance               pic s9(7)v99 value 0.
       01  ws-fac-avail                 pic s9(7)v99 value 0.
       01  ws-fac-pct                   pic s9(5) value 0.
       01  ws-member-key                pic x(8).
       01  ws-member-parts redefines ws-member-key.
           05 ws-mp-acctcode            pic x(3).
           05 ws-mp-acctno              pic 9(5).
       01  ws-sub-idx                   pic 9(2) value 0.
      *    a member the facility names but ACCTFILE no longer holds
      *    - its balance is not in the total, so say so under it
       01  ws-missing-table.
           05 ws-missing-key occurs 11 times pic x(8).
       01  ws-missing-count             pic 9(2) value 0.
       01  ws-missing-idx               pic 9(2) value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-fac              pic 9(7) value 0.
           05 ws-count-members          pic 9(7) value 0.
           05 ws-count-near             pic 9(7) value 0.
           05 ws-count-over             pic 9(7) value 0.
           05 ws-count-missing          pic 9(7) value 0.
       01 ws-total-limit                pic 9(9)v99 value 0.
       01 ws-total-balance              pic s9(9)v99 value 0.

       procedure division.

           perform 050-read-facility-rule.

           open input fac-file.
           if ws-fac-status not = "00"
               display "FACFILE OPEN FAILED - STATUS: " ws-fac-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close fac-file
               stop run
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           move ws-near-pct to rl-near-pct.
           write report-print-line from rule-line
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read fac-file into FACREC
               at end move 'y' to sw-fac-eof.
           perform 100-measure-facility until sw-fac-eof = 'y'.

           perform 900-print-totals.

           close fac-file,
                 acct-file,
                 report-file.
           stop run.

       050-read-facility-rule.
      *    a missing control file, record or unusable percentage
      *    just leaves the default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "FACILITY" to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   and CTL-FAC-NEAR-PCT is numeric
                   and CTL-FAC-NEAR-PCT > 0
                   and CTL-FAC-NEAR-PCT < 100
                   move CTL-FAC-NEAR-PCT to ws-near-pct
               end-if
               close ctl-file
           end-if.

       100-measure-facility.

           add 1 to ws-count-fac.
           move 0 to ws-fac-balance.
           move 0 to ws-missing-count.

           move FAC-PARENT-ACCTKEY to ws-member-key.
           perform 110-add-member.
           perform 105-add-one-sub
               varying ws-sub-idx from 1 by 1
               until ws-sub-idx > FAC-SUB-COUNT
                  or ws-sub-idx > 10.

           compute ws-fac-avail = FAC-LIMIT - ws-fac-balance.
           add FAC-LIMIT to ws-total-limit.
           add ws-fac-balance to ws-total-balance.

      *    a facility with no limit at all is over the moment it
      *    carries anything
           if FAC-LIMIT > 0
               compute ws-fac-pct =
                   ws-fac-balance * 100 / FAC-LIMIT
           else
               if ws-fac-balance > 0
                   move 999 to ws-fac-pct
               else
                   move 0 to ws-fac-pct
               end-if
           end-if.

           if ws-fac-balance > FAC-LIMIT
               add 1 to ws-count-over
               move "OVER LIMIT" to fl-status
               perform 200-print-facility
           else
               if ws-fac-pct not < ws-near-pct
                   add 1 to ws-count-near
                   move "NEAR LIMIT" to fl-status
                   perform 200-print-facility
               end-if
           end-if.

           read fac-file into FACREC
               at end move 'y' to sw-fac-eof.

       105-add-one-sub.

           move FAC-SUB-ACCTKEY(ws-sub-idx) to ws-member-key.
           perform 110-add-member.

       110-add-member.

           add 1 to ws-count-members.
           move ws-member-key to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.
           if ws-acct-status = "00"
               add CURBAL to ws-fac-balance
           else
               add 1 to ws-count-missing
               add 1 to ws-missing-count
               move ws-member-key to ws-missing-key(ws-missing-count)
           end-if.

       200-print-facility.

           move FAC-PARENT-ACCTCODE to fl-acctcode.
           move FAC-PARENT-ACCTNO to fl-acctno.
           move FAC-NAME to fl-name.
           move FAC-SUB-COUNT to fl-subs.
           move FAC-LIMIT to fl-limit.
           move ws-fac-balance to fl-balance.
           move ws-fac-avail to fl-avail.
           if ws-fac-pct > 9999
               move 9999 to fl-pct
           else
               if ws-fac-pct < 0
                   move 0 to fl-pct
               else
                   move ws-fac-pct to fl-pct
               end-if
           end-if.
           write report-print-line from facility-line
               after advancing 1 line.

           perform 210-print-one-missing
               varying ws-missing-idx from 1 by 1
               until ws-missing-idx > ws-missing-count.

       210-print-one-missing.

           move ws-missing-key(ws-missing-idx) to ws-member-key.
           move ws-mp-acctcode to ml-acctcode.
           move ws-mp-acctno to ml-acctno.
           write report-print-line from missing-line
               after advancing 1 line.

       900-print-totals.

           move "FACILITIES ON FILE" to cl-label.
           move ws-count-fac to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "MEMBER ACCOUNTS" to cl-label.
           move ws-count-members to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "NEAR LIMIT" to cl-label.
           move ws-count-near to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OVER LIMIT" to cl-label.
           move ws-count-over to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TOTAL FACILITY LIMITS" to al-label.
           move ws-total-limit to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

           move "TOTAL COMBINED BALANCES" to al-label.
           move ws-total-balance to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

      *    a member missing from ACCTFILE understates its facility's
      *    balance - the facility needs looking at on IA52
           move "MEMBERS NOT ON ACCTFILE" to cl-label.
           move ws-count-missing to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           if ws-count-missing > 0
               display "***** DCIA2FUR: " ws-count-missing
                   " FACILITY MEMBERS NOT ON ACCTFILE -"
                   " BALANCES UNDERSTATED"
           end-if.

       end program DCIA2FUR.
