       identification division.
       program-id. DCIA2DSP.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the dispute cases the IA50 screen files - only the open
      *    ones are aged here, resolved cases are history.
           select disp-file
           assign to "DISPFILE"
           organization is indexed
           access mode is sequential
           record key is fd-dispkey
           file status is ws-disp-status.

      *    the 'DISPRULE' control record - how many days before its
      *    deadline an open case starts being flagged. a missing
      *    control file or record defaults to 10 days.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

           select report-file
           assign to "../../../data/DCIA2DSP.out"
           organization is line sequential.

       data division.
       file section.

       fd  disp-file
           record contains 99 characters.
       01  disp-file-record.
           05 fd-dispkey                pic x(19).
           05 filler                    pic x(80).

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

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, DISPUTES".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(38)
               value "WEEKLY OPEN DISPUTES AGING REPORT".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "ACCOUNT".
           05 filler                    pic x(13) value "POSTING".
           05 filler                    pic x(14) value "    AMOUNT".
           05 filler                    pic x(21) value "REASON".
           05 filler                    pic x(9) value "OPENED".
           05 filler                    pic x(9) value "DEADLINE".
           05 filler                    pic x(6) value "  AGE".
           05 filler                    pic x(6) value " LEFT".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x value space.
           05 dl-tran-date              pic 9(8).
           05 filler                    pic x value "/".
           05 dl-tran-seq               pic 9(3).
           05 filler                    pic x value space.
           05 dl-amount                 pic $$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-reason                 pic x(20).
           05 filler                    pic x value space.
           05 dl-open-date              pic 9(8).
           05 filler                    pic x value space.
           05 dl-deadline               pic 9(8).
           05 filler                    pic x value space.
           05 dl-age                    pic zzzz9.
           05 filler                    pic x value space.
           05 dl-left                   pic -zzz9.
           05 filler                    pic x(3) value spaces.
           05 dl-flag                   pic x(14).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$,$$$,$$9.99.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-disp-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  sw-disp-off                  pic x value 'n'.

      *--------------Aging Arithmetic-----------------------------
      *    dates age on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       77  ws-warn-days                 pic 9(3) value 10.

       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-age-days                  pic s9(5) value 0.
       01  ws-left-days                 pic s9(5) value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-open             pic 9(7) value 0.
           05 ws-count-near             pic 9(7) value 0.
           05 ws-count-past             pic 9(7) value 0.
       01 ws-total-open-amount          pic 9(7)v99 value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-dispute-rule.

      *    no dispute file means no case was ever opened - the
      *    report still prints, empty
           open input disp-file.
           if ws-disp-status not = "00"
               display "DISPFILE UNAVAILABLE - STATUS: " ws-disp-status
               move 'y' to sw-disp-off
               move 'y' to sw-eof
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           if sw-eof not = 'y'
               read disp-file into DISPREC at end move 'y' to sw-eof
           end-if.
           perform 000-age-one-case until sw-eof = 'y'.

           perform 900-print-totals.

           if sw-disp-off not = 'y'
               close disp-file
           end-if.
           close report-file.
           stop run.

       050-read-dispute-rule.
      *    a missing control file, record or zero warn window just
      *    leaves the default in force.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "DISPRULE" to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   and CTL-DISP-WARN-DAYS is numeric
                   and CTL-DISP-WARN-DAYS > 0
                   move CTL-DISP-WARN-DAYS to ws-warn-days
               end-if
               close ctl-file
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       000-age-one-case.

           add 1 to ws-count-read.

           if DISP-OPEN
               perform 100-report-open-case
           end-if.

           read disp-file into DISPREC at end move 'y' to sw-eof.

       100-report-open-case.

           add 1 to ws-count-open.
           add DISP-AMOUNT to ws-total-open-amount.

           move DISP-OPEN-DATE to ws-date-parts.
           perform 060-date-to-days.
           compute ws-age-days = ws-today-days - ws-ref-days.

           move DISP-DEADLINE to ws-date-parts.
           perform 060-date-to-days.
           compute ws-left-days = ws-ref-days - ws-today-days.

           move spaces to detail-line.
           move DISP-ACCTCODE to dl-acctcode.
           move DISP-ACCTNO to dl-acctno.
           move DISP-TRAN-DATE to dl-tran-date.
           move DISP-TRAN-SEQ to dl-tran-seq.
           move DISP-AMOUNT to dl-amount.
           move DISP-REASON to dl-reason.
           move DISP-OPEN-DATE to dl-open-date.
           move DISP-DEADLINE to dl-deadline.
           move ws-age-days to dl-age.
           move ws-left-days to dl-left.

      *    a case past its deadline has already missed the answer
      *    the customer was promised; one inside the warn window is
      *    the week's work
           if ws-left-days < 0
               move "PAST DEADLINE" to dl-flag
               add 1 to ws-count-past
           else
               if ws-left-days <= ws-warn-days
                   move "NEAR DEADLINE" to dl-flag
                   add 1 to ws-count-near
               end-if
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "CASES READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "OPEN CASES" to cl-label.
           move ws-count-open to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "NEAR DEADLINE" to cl-label.
           move ws-count-near to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "PAST DEADLINE" to cl-label.
           move ws-count-past to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "AMOUNT IN DISPUTE" to al-label.
           move ws-total-open-amount to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

       end program DCIA2DSP.
