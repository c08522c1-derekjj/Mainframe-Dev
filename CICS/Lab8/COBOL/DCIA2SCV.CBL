       identification division.
       program-id. DCIA2SCV.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the collateral behind every secured account, pledged and
      *    revalued on IA62 - a released pledge covers nothing and
      *    is passed over.
           select coll-file
           assign to "COLLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-collkey
           file status is ws-coll-status.

      *    each pledged account's balance and limit are read
      *    directly to set them against the cover.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the 'COLLRULE' control record. a missing control file or
      *    record leaves the default cover and stale age in force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

           select report-file
           assign to "../../../data/DCIA2SCV.out"
           organization is line sequential.

       data division.
       file section.

       fd  coll-file
           record contains 78 characters.
       01  coll-file-record.
           05 fd-collkey                pic x(8).
           05 filler                    pic x(70).

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
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY COLLATERAL RECORD LAYOUT
       COPY 'COLLREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, SECURED".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "MONTHLY SECURED-ACCOUNT COVER REPORT".

       01  rpt-subheading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "STALE VALUATIONS AND BALANCES OVER COLLATERAL COVER".

       01  rule-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(15)
               value "COVER: DEPOSIT ".
           05 rul-deposit-pct           pic zz9.
           05 filler                    pic x(9) value "%  ASSET ".
           05 rul-asset-pct             pic zz9.
           05 filler                    pic x(15)
               value "%  STALE AFTER ".
           05 rul-stale-days            pic zz9.
           05 filler                    pic x(5) value " DAYS".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "ACCOUNT".
           05 filler                    pic x(17) value "SURNAME".
           05 filler                    pic x(3) value "T".
           05 filler                    pic x(13) value "        VALUE".
           05 filler                    pic x(10) value "  VALUED".
           05 filler                    pic x(7) value "    AGE".
           05 filler                    pic x(13) value "        COVER".
           05 filler                    pic x(14)
               value "       BALANCE".
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(6) value "REASON".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x(2) value spaces.
           05 dl-sname                  pic x(15).
           05 filler                    pic x(2) value spaces.
           05 dl-type                   pic x.
           05 filler                    pic x(2) value spaces.
           05 dl-value                  pic $$$$,$$9.99.
           05 filler                    pic x(2) value spaces.
           05 dl-value-date             pic 9(8).
           05 filler                    pic x(2) value spaces.
           05 dl-age                    pic zzzz9.
           05 filler                    pic x(2) value spaces.
           05 dl-cover                  pic $$$$,$$9.99.
           05 filler                    pic x(2) value spaces.
           05 dl-curbal                 pic $$$$,$$9.99-.
           05 filler                    pic x(2) value spaces.
           05 dl-reason                 pic x(24).

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
       01  sw-coll-eof                  pic x value 'n'.
       01  ws-coll-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.

      *--------------Cover Rules---------------------------------
      *    the 'COLLRULE' figures - 100 percent against a deposit,
      *    70 against any other asset, stale after 365 days when
      *    there is no record.
       01 ws-deposit-pct                pic 9(3) value 100.
       01 ws-asset-pct                  pic 9(3) value 70.
       01 ws-stale-days                 pic 9(3) value 365.
       01 ws-coll-pct                   pic 9(3) value 0.
       01 ws-coll-cover                 pic 9(6)v99 value 0.

      *--------------Valuation Age-------------------------------
      *    counted on the 360-day commercial calendar, the same one
      *    the aging run uses.
       01 ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 9(2).
           05 ws-dp-dd                  pic 9(2).
       01 ws-dp-date redefines ws-date-parts
                                        pic 9(8).
       01 ws-ref-days                   pic 9(7) value 0.
       01 ws-today-days                 pic 9(7) value 0.
       01 ws-value-age                  pic s9(7) value 0.
       01 ws-today-yyyymmdd             pic 9(8).

       01 ws-stale-sw                   pic x value 'N'.
           88 ws-valuation-stale             value 'Y'.
       01 ws-over-sw                    pic x value 'N'.
           88 ws-balance-over-cover          value 'Y'.

      *--------------Counts and Totals---------------------------
       01 ws-counts.
           05 ws-count-pledged          pic 9(7) value 0.
           05 ws-count-released         pic 9(7) value 0.
           05 ws-count-stale            pic 9(7) value 0.
           05 ws-count-over             pic 9(7) value 0.
           05 ws-count-no-acct          pic 9(7) value 0.
           05 ws-count-listed           pic 9(7) value 0.
       01 ws-total-value                pic 9(9)v99 value 0.
       01 ws-total-cover                pic 9(9)v99 value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

      *    no collateral file means no account is secured yet
           open input coll-file.
           if ws-coll-status = "35"
               display "no collateral file - nothing to do"
               stop run
           end-if.
           if ws-coll-status not = "00"
               display "COLLFILE OPEN FAILED - STATUS: " ws-coll-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close coll-file
               stop run
           end-if.

           perform 050-read-collateral-rule.

           move ws-today-yyyymmdd to ws-dp-date.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           perform 100-print-headings.

           read coll-file into COLLREC at end move 'y' to sw-coll-eof.
           perform 200-check-one-pledge until sw-coll-eof = 'y'.

           perform 900-print-totals.

           close coll-file,
                 acct-file,
                 report-file.
           stop run.

       050-read-collateral-rule.

      *    a missing control file, record or unusable setting just
      *    leaves the default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "COLLRULE" to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 055-take-collateral-rule
               end-if
               close ctl-file
           end-if.

       055-take-collateral-rule.

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
           if CTL-COLL-STALE-DAYS is numeric
               and CTL-COLL-STALE-DAYS > 0
               move CTL-COLL-STALE-DAYS to ws-stale-days
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-print-headings.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from rpt-subheading
               after advancing 1 line.

           move ws-deposit-pct to rul-deposit-pct.
           move ws-asset-pct to rul-asset-pct.
           move ws-stale-days to rul-stale-days.
           write report-print-line from rule-line
               after advancing 2 lines.

           write report-print-line from column-heading
               after advancing 2 lines.

       200-check-one-pledge.

           if COLL-PLEDGED
               add 1 to ws-count-pledged
               perform 300-judge-pledge
           else
               add 1 to ws-count-released
           end-if.

           read coll-file into COLLREC at end move 'y' to sw-coll-eof.

       300-judge-pledge.

           if COLL-TYPE-DEPOSIT
               move ws-deposit-pct to ws-coll-pct
           else
               move ws-asset-pct to ws-coll-pct
           end-if.
           compute ws-coll-cover = COLL-VALUE * ws-coll-pct / 100.
           add COLL-VALUE to ws-total-value.
           add ws-coll-cover to ws-total-cover.

           move COLL-VALUE-DATE to ws-dp-date.
           perform 060-date-to-days.
           compute ws-value-age = ws-today-days - ws-ref-days.
           if ws-value-age < 0
               move 0 to ws-value-age
           end-if.

           move 'N' to ws-stale-sw.
           if ws-value-age > ws-stale-days
               move 'Y' to ws-stale-sw
               add 1 to ws-count-stale
           end-if.

      *    a pledge whose account has gone - closed without the
      *    release, or deleted by hand - is listed so someone can
      *    hand the collateral back.
           move 'N' to ws-over-sw.
           move COLL-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

           if ws-acct-status not = "00"
               add 1 to ws-count-no-acct
               move spaces to ACCTREC
               move zero to CURBAL
               move "PLEDGED - NO ACCOUNT" to dl-reason
               perform 400-print-detail
           else
               if CURBAL > ws-coll-cover
                   move 'Y' to ws-over-sw
                   add 1 to ws-count-over
               end-if
               if ws-valuation-stale and ws-balance-over-cover
                   move "STALE AND OVER COVER" to dl-reason
                   perform 400-print-detail
               else
               if ws-valuation-stale
                   move "VALUATION STALE" to dl-reason
                   perform 400-print-detail
               else
               if ws-balance-over-cover
                   move "BALANCE OVER COVER" to dl-reason
                   perform 400-print-detail
               end-if
               end-if
               end-if
           end-if.

       400-print-detail.

           add 1 to ws-count-listed.
           move COLL-ACCTCODE to dl-acctcode.
           move COLL-ACCTNO to dl-acctno.
           move SNAME to dl-sname.
           move COLL-TYPE to dl-type.
           move COLL-VALUE to dl-value.
           move COLL-VALUE-DATE to dl-value-date.
           move ws-value-age to dl-age.
           move ws-coll-cover to dl-cover.
           move CURBAL to dl-curbal.
           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "PLEDGES ON FILE" to cl-label.
           move ws-count-pledged to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "RELEASED - PASSED OVER" to cl-label.
           move ws-count-released to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "VALUATIONS STALE" to cl-label.
           move ws-count-stale to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BALANCES OVER COVER" to cl-label.
           move ws-count-over to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "PLEDGES WITH NO ACCOUNT" to cl-label.
           move ws-count-no-acct to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ACCOUNTS LISTED" to cl-label.
           move ws-count-listed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "TOTAL VALUE PLEDGED" to al-label.
           move ws-total-value to al-amount.
           write report-print-line from amount-line
               after advancing 2 lines.

           move "TOTAL COVER GIVEN" to al-label.
           move ws-total-cover to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       end program DCIA2SCV.
