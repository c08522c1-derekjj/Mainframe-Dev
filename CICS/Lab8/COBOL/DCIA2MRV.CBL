           organization is sequential
           file status is ws-audt-status.

      *    the 'COLLRULE' control record. a missing control file or
      *    record leaves the default cover percentages in force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    pledged collateral behind the secured accounts - no rule
      *    may raise a secured limit past the cover it gives. an
      *    unavailable collateral file leaves no account secured.
           select coll-file
           assign to "COLLFILE"
           organization is indexed
           access mode is random
           record key is fd-collkey
           file status is ws-coll-status.

           select report-file
           assign to "../../../data/DCIA2MRV.out"
           organization is line sequential.
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  coll-file
           record contains 78 characters.
       01  coll-file-record.
           05 fd-collkey                pic x(8).
           05 filler                    pic x(70).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY COLLATERAL RECORD LAYOUT
       COPY 'COLLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 filler                    pic x value space.
           05 rpl-reason                pic x(2).

       01  refused-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(20)
               value "OVER COLLATERAL:    ".
           05 rfl-acctcode              pic x(3).
           05 filler                    pic x value "/".
           05 rfl-acctno                pic 9(5).
           05 filler                    pic x(7) value "  NEW: ".
           05 rfl-new-limit             pic zzzzz9.99.
           05 filler                    pic x(9) value "  COVER: ".
           05 rfl-cover                 pic zzzzz9.99.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(20).
       01  ws-rule-status               pic xx value spaces.
       01  ws-crhist-status             pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-coll-status               pic xx value spaces.
       01  sw-coll-open                 pic x value 'n'.

      *--------------Revaluation Rule Table----------------------
      *    loaded once at job start - rl-branch '***' matches every
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-changed          pic 9(7) value 0.
           05 ws-count-skipped          pic 9(7) value 0.
           05 ws-count-refused          pic 9(7) value 0.

       01 ws-before-crlimit             pic 9(6)v99 value 0.
       01 ws-new-crlimit                pic s9(7)v99 value 0.
       01 ws-today-yymmdd               pic 9(6).
       01 ws-run-time                   pic 9(8).

      *--------------Collateral Cover----------------------------
      *    a secured limit may reach this percentage of the pledged
      *    value - the 'COLLRULE' figures, 100 against a deposit and
      *    70 against any other asset when there is no record.
       01 ws-deposit-pct                pic 9(3) value 100.
       01 ws-asset-pct                  pic 9(3) value 70.
       01 ws-coll-pct                   pic 9(3) value 0.
       01 ws-coll-cover                 pic 9(6)v99 value 0.
       01 ws-over-cover-sw              pic x value "N".
           88 ws-over-cover                  value "Y".

      *    the same 100 / 99999999 band the online update enforces
       77 ws-limit-floor                pic 9(6)v99 value 100.
       77 ws-limit-ceiling              pic 9(6)v99 value 999999.99.
           accept ws-run-time from time.

           perform 050-read-rule-table.
           perform 060-read-collateral-rule.

           if ws-rule-count = 0
               display "no revaluation rules supplied - nothing to do"
               stop run
           end-if.

           open input coll-file.
           if ws-coll-status = "00"
               move 'y' to sw-coll-open
           end-if.

           open extend crhist-file.
           if ws-crhist-status not = "00"
               and ws-crhist-status not = "05"

           perform 900-print-totals.

           if sw-coll-open = 'y'
               close coll-file
           end-if.

           close acct-file,
                 crhist-file,
                 audt-file,
               move 'y' to sw-rule-eof
           end-if.

       060-read-collateral-rule.

      *    a missing control file, record or unusable percentage
      *    just leaves the default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "COLLRULE" to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 065-take-collateral-rule
               end-if
               close ctl-file
           end-if.

       065-take-collateral-rule.

           if CTL-COLL-DEPOSIT-PCT is numeric
               and CTL-COLL-DEPOSIT-PCT > 0
               and CTL-COLL-DEPOSIT-PCT not > 100
               move CTL-COLL-DEPOSIT-PCT to ws-deposit-pct
           end-if.
           if CTL-COLL-ASSET-PCT is numeric
               and CTL-COLL-ASSET-PCT > 0
               and CTL-COLL-ASSET-PCT not > 100
               move CTL-COLL-ASSET-PCT to ws-asset-pct
           end-if.

       000-process-records.

           add 1 to ws-count-read.
               move ws-limit-ceiling to ws-new-crlimit
           end-if.

      *    an increase may not take a secured account past the
      *    cover its pledged collateral gives - the account is left
      *    as it is and listed.
           move "N" to ws-over-cover-sw.
           if ws-new-crlimit > ws-before-crlimit
               perform 350-check-collateral-cover
           end-if.

           if ws-new-crlimit = ws-before-crlimit
               add 1 to ws-count-skipped
           else
               if ws-over-cover
                   add 1 to ws-count-refused
                   perform 360-print-refused
               else
                   move ws-new-crlimit to CRLIMIT
                   rewrite acct-file-record from ACCTREC
                   add 1 to ws-count-changed
                   perform 400-write-history
                   perform 500-write-audit
               end-if
           end-if.

       350-check-collateral-cover.

      *    an unsecured account or a pledge already released is
      *    never over its cover.
           if sw-coll-open = 'y'
               move ACCTKEY to fd-collkey
               read coll-file into COLLREC
                   invalid key continue
               end-read
               if ws-coll-status = "00" and COLL-PLEDGED
                   if COLL-TYPE-DEPOSIT
                       move ws-deposit-pct to ws-coll-pct
                   else
                       move ws-asset-pct to ws-coll-pct
                   end-if
                   compute ws-coll-cover =
                       COLL-VALUE * ws-coll-pct / 100
                   if ws-new-crlimit > ws-coll-cover
                       set ws-over-cover to true
                   end-if
               end-if
           end-if.

       360-print-refused.

           move ACCTCODE to rfl-acctcode.
           move ACCTNO to rfl-acctno.
           move ws-new-crlimit to rfl-new-limit.
           move ws-coll-cover to rfl-cover.
           write report-print-line from refused-line
               after advancing 1 line.

       400-write-history.

      *    same entry the online update would have written
           write report-print-line from count-line
               after advancing 1 line.

           move "REFUSED - COLLATERAL" to cl-label.
           move ws-count-refused to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2MRV.
