       identification division.
       program-id. DCIA2RMA.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every returned-mail flag, set or cleared, in account order.
           select rtml-file
           assign to "RTMLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-rtmlkey
           file status is ws-rtml-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the other ways to reach a customer whose mail comes back.
      *    an unavailable contact file just leaves them unlisted.
           select cnct-file
           assign to "CNCTFILE"
           organization is indexed
           access mode is random
           record key is fd-cnctkey
           file status is ws-cnct-status.

           select report-file
           assign to "../../../data/DCIA2RMA.out"
           organization is line sequential.

       data division.
       file section.

       fd  rtml-file
           record contains 54 characters.
       01  rtml-file-record.
           05 fd-rtmlkey                pic x(8).
           05 filler                    pic x(46).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  cnct-file
           record contains 51 characters.
       01  cnct-file-record.
           05 fd-cnctkey                pic x(8).
           05 filler                    pic x(43).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY CONTACT-METHODS RECORD LAYOUT
       COPY 'CNCTREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, RETURN MAIL".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "RETURNED-MAIL AGING REPORT".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(12) value "ACCOUNT".
           05 filler                    pic x(34) value "NAME".
           05 filler                    pic x(11) value "FLAGGED".
           05 filler                    pic x(7) value "  DAYS".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "BUCKET".
           05 filler                    pic x(10) value "LAST BACK".
           05 filler                    pic x(7) value "RETURNS".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(6) value "SOURCE".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 dl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 dl-sname                  pic x(15).
           05 filler                    pic x(3) value spaces.
           05 dl-flag-date              pic 9(8).
           05 filler                    pic x(3) value spaces.
           05 dl-days                   pic zzzzz9.
           05 filler                    pic x(4) value spaces.
           05 dl-bucket                 pic x(7).
           05 filler                    pic x(2) value spaces.
           05 dl-last-back              pic 9(8).
           05 filler                    pic x(4) value spaces.
           05 dl-returns                pic zz9.
           05 filler                    pic x(5) value spaces.
           05 dl-source                 pic x(6).

       01  contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(7) value "PHONE: ".
           05 ct-phone                  pic x(12).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "E-MAIL: ".
           05 ct-email                  pic x(30).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "PREFERS: ".
           05 ct-preferred              pic x(6).

       01  no-contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(45)
               value "NO PHONE OR E-MAIL ON FILE - RECORD ON IA47".

       01  bucket-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "ACCOUNTS STILL FLAGGED BY AGE".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-rtml-eof                  pic x value 'n'.
       01  ws-rtml-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-cnct-status               pic xx value spaces.
       01  sw-cnct-off                  pic x value 'n'.

      *--------------Date Arithmetic-----------------------------
      *    flags age on the 360-day commercial calendar, the same
      *    reckoning the delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-elapsed-days              pic 9(5) value 0.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-flagged          pic 9(7) value 0.
           05 ws-count-cleared          pic 9(7) value 0.
           05 ws-count-0-30             pic 9(7) value 0.
           05 ws-count-31-60            pic 9(7) value 0.
           05 ws-count-61-90            pic 9(7) value 0.
           05 ws-count-over-90          pic 9(7) value 0.
           05 ws-count-no-contact       pic 9(7) value 0.
           05 ws-count-no-acct          pic 9(7) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           open input rtml-file.
           if ws-rtml-status not = "00"
               display "RTMLFILE OPEN FAILED - STATUS: " ws-rtml-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close rtml-file
               stop run
           end-if.

           open input cnct-file.
           if ws-cnct-status not = "00"
               move 'y' to sw-cnct-off
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

           read rtml-file into RTMLREC
               at end move 'y' to sw-rtml-eof.
           perform 100-age-one-flag until sw-rtml-eof = 'y'.

           perform 900-print-totals.

           if sw-cnct-off not = 'y'
               close cnct-file
           end-if.
           close rtml-file,
                 acct-file,
                 report-file.
           stop run.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-age-one-flag.

           add 1 to ws-count-read.

      *    a cleared flag is history - only the accounts whose mail
      *    is still being held are aged
           if RTML-FLAGGED
               add 1 to ws-count-flagged
               perform 200-print-flagged-account
           else
               add 1 to ws-count-cleared
           end-if.

           read rtml-file into RTMLREC
               at end move 'y' to sw-rtml-eof.

       200-print-flagged-account.

           move RTML-FLAG-DATE to ws-date-parts.
           perform 060-date-to-days.
           move 0 to ws-elapsed-days.
           if ws-today-days > ws-ref-days
               compute ws-elapsed-days = ws-today-days - ws-ref-days
           end-if.

           move spaces to detail-line.
           move RTML-ACCTCODE to dl-acctcode.
           move RTML-ACCTNO to dl-acctno.
           move RTML-FLAG-DATE to dl-flag-date.
           move ws-elapsed-days to dl-days.
           move RTML-LAST-RETURN-DATE to dl-last-back.
           move RTML-RETURN-COUNT to dl-returns.
           if RTML-FROM-BATCH
               move "BATCH" to dl-source
           else
               move "SCREEN" to dl-source
           end-if.

           if ws-elapsed-days > 90
               add 1 to ws-count-over-90
               move "91+" to dl-bucket
           else
           if ws-elapsed-days > 60
               add 1 to ws-count-61-90
               move "61-90" to dl-bucket
           else
           if ws-elapsed-days > 30
               add 1 to ws-count-31-60
               move "31-60" to dl-bucket
           else
               add 1 to ws-count-0-30
               move "0-30" to dl-bucket
           end-if
           end-if
           end-if.

           move RTML-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.
           if ws-acct-status = "00"
               move FNAME to dl-fname
               move SNAME to dl-sname
           else
               add 1 to ws-count-no-acct
               move "NOT ON ACCTFILE" to dl-fname
           end-if.

           write report-print-line from detail-line
               after advancing 2 lines.

           perform 300-print-contact-methods.

       300-print-contact-methods.

           if sw-cnct-off not = 'y'
               move RTML-ACCTKEY to fd-cnctkey
               read cnct-file into CNCTREC
                   invalid key continue
               end-read
           end-if.

           if sw-cnct-off not = 'y' and ws-cnct-status = "00"
               move CNCT-PHONE to ct-phone
               move CNCT-EMAIL to ct-email
               if CNCT-PREFERS-PHONE
                   move "PHONE" to ct-preferred
               else
               if CNCT-PREFERS-EMAIL
                   move "E-MAIL" to ct-preferred
               else
                   move "LETTER" to ct-preferred
               end-if
               end-if
               write report-print-line from contact-line
                   after advancing 1 line
           else
               add 1 to ws-count-no-contact
               write report-print-line from no-contact-line
                   after advancing 1 line
           end-if.

       900-print-totals.

           write report-print-line from bucket-heading
               after advancing 3 lines.

           move "FLAGGED 0-30 DAYS" to cl-label.
           move ws-count-0-30 to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "FLAGGED 31-60 DAYS" to cl-label.
           move ws-count-31-60 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "FLAGGED 61-90 DAYS" to cl-label.
           move ws-count-61-90 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "FLAGGED OVER 90 DAYS" to cl-label.
           move ws-count-over-90 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "STILL FLAGGED" to cl-label.
           move ws-count-flagged to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "NO OTHER CONTACT METHOD" to cl-label.
           move ws-count-no-contact to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ACCOUNT NOT ON FILE" to cl-label.
           move ws-count-no-acct to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CLEARED FLAGS ON FILE" to cl-label.
           move ws-count-cleared to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2RMA.
