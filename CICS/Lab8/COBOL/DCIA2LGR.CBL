       identification division.
       program-id. DCIA2LGR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every bankruptcy and deceased event, open or closed, in
      *    subject order - account events first, then customers.
           select lgl-file
           assign to "LGLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-lglkey
           file status is ws-lgl-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the customer an event was raised against - an unavailable
      *    customer file just leaves their names off.
           select cust-file
           assign to "CUSTFILE"
           organization is indexed
           access mode is random
           record key is fd-custkey
           file status is ws-cust-status.

           select report-file
           assign to "../../../data/DCIA2LGR.out"
           organization is line sequential.

       data division.
       file section.

       fd  lgl-file
           record contains 113 characters.
       01  lgl-file-record.
           05 fd-lglkey                 pic x(9).
           05 filler                    pic x(104).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  cust-file
           record contains 90 characters.
       01  cust-file-record.
           05 fd-custkey                pic 9(6).
           05 filler                    pic x(84).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, LEGAL HOLDS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "OPEN LEGAL EVENTS BY AGE".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(15) value "SUBJECT".
           05 filler                    pic x(34) value "NAME".
           05 filler                    pic x(12) value "EVENT".
           05 filler                    pic x(11) value "NOTIFIED".
           05 filler                    pic x(7) value "  DAYS".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "BUCKET".
           05 filler                    pic x(20)
               value "CASE REFERENCE".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-subject-type           pic x(5).
           05 dl-subject                pic x(9).
           05 filler                    pic x value space.
           05 dl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 dl-sname                  pic x(15).
           05 filler                    pic x(3) value spaces.
           05 dl-event                  pic x(10).
           05 filler                    pic x(2) value spaces.
           05 dl-notify-date            pic 9(8).
           05 filler                    pic x(3) value spaces.
           05 dl-days                   pic zzzzz9.
           05 filler                    pic x(4) value spaces.
           05 dl-bucket                 pic x(7).
           05 filler                    pic x(2) value spaces.
           05 dl-case-ref               pic x(20).

       01  contact-line.
           05 filler                    pic x(23) value spaces.
           05 ct-label                  pic x(10).
           05 ct-name                   pic x(30).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "PHONE: ".
           05 ct-phone                  pic x(12).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "OPENED BY ".
           05 ct-userid                 pic x(8).

       01  bucket-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "OPEN EVENTS BY AGE".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-lgl-eof                   pic x value 'n'.
       01  ws-lgl-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-cust-status               pic xx value spaces.
       01  sw-cust-off                  pic x value 'n'.

      *--------------Date Arithmetic-----------------------------
      *    events age from the notification date on the 360-day
      *    commercial calendar, the same reckoning the delinquency
      *    aging run uses.
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
           05 ws-count-open             pic 9(7) value 0.
           05 ws-count-closed           pic 9(7) value 0.
           05 ws-count-bankrupt         pic 9(7) value 0.
           05 ws-count-deceased         pic 9(7) value 0.
           05 ws-count-0-30             pic 9(7) value 0.
           05 ws-count-31-90            pic 9(7) value 0.
           05 ws-count-91-180           pic 9(7) value 0.
           05 ws-count-over-180         pic 9(7) value 0.
           05 ws-count-not-found        pic 9(7) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           open input lgl-file.
           if ws-lgl-status not = "00"
               display "LGLFILE OPEN FAILED - STATUS: " ws-lgl-status
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close lgl-file
               stop run
           end-if.

           open input cust-file.
           if ws-cust-status not = "00"
               move 'y' to sw-cust-off
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

           read lgl-file into LGLREC
               at end move 'y' to sw-lgl-eof.
           perform 100-age-one-event until sw-lgl-eof = 'y'.

           perform 900-print-totals.

           if sw-cust-off not = 'y'
               close cust-file
           end-if.
           close lgl-file,
                 acct-file,
                 report-file.
           stop run.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-age-one-event.

           add 1 to ws-count-read.

      *    a closed event is history - only the holds still in force
      *    are aged
           if LGL-OPEN
               add 1 to ws-count-open
               perform 200-print-open-event
           else
               add 1 to ws-count-closed
           end-if.

           read lgl-file into LGLREC
               at end move 'y' to sw-lgl-eof.

       200-print-open-event.

           move LGL-NOTIFY-DATE to ws-date-parts.
           perform 060-date-to-days.
           move 0 to ws-elapsed-days.
           if ws-today-days > ws-ref-days
               compute ws-elapsed-days = ws-today-days - ws-ref-days
           end-if.

           move spaces to detail-line.
           move LGL-NOTIFY-DATE to dl-notify-date.
           move ws-elapsed-days to dl-days.
           move LGL-CASE-REF to dl-case-ref.

           move spaces to contact-line.
           if LGL-DECEASED
               add 1 to ws-count-deceased
               move "DECEASED" to dl-event
               move "EXECUTOR: " to ct-label
           else
               add 1 to ws-count-bankrupt
               move "BANKRUPTCY" to dl-event
               move "TRUSTEE:  " to ct-label
           end-if.
           move LGL-CONTACT-NAME to ct-name.
           move LGL-CONTACT-PHONE to ct-phone.
           move LGL-USERID to ct-userid.

           if ws-elapsed-days > 180
               add 1 to ws-count-over-180
               move "181+" to dl-bucket
           else
           if ws-elapsed-days > 90
               add 1 to ws-count-91-180
               move "91-180" to dl-bucket
           else
           if ws-elapsed-days > 30
               add 1 to ws-count-31-90
               move "31-90" to dl-bucket
           else
               add 1 to ws-count-0-30
               move "0-30" to dl-bucket
           end-if
           end-if
           end-if.

           if LGL-FOR-CUSTOMER
               perform 300-name-customer
           else
               perform 310-name-account
           end-if.

           write report-print-line from detail-line
               after advancing 2 lines.
           write report-print-line from contact-line
               after advancing 1 line.

       300-name-customer.

           move "CUST " to dl-subject-type.
           move LGL-CUST-NUMBER to dl-subject.
           if sw-cust-off not = 'y'
               move LGL-CUST-NUMBER to fd-custkey
               read cust-file into CUSTREC
                   invalid key continue
               end-read
           end-if.
           if sw-cust-off not = 'y' and ws-cust-status = "00"
               move CUST-FNAME to dl-fname
               move CUST-SNAME to dl-sname
           else
               add 1 to ws-count-not-found
               move "NOT ON CUSTFILE" to dl-fname
           end-if.

       310-name-account.

           move "ACCT " to dl-subject-type.
           move LGL-ACCTCODE to dl-subject(1:3).
           move "/" to dl-subject(4:1).
           move LGL-ACCTNO to dl-subject(5:5).
           move LGL-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.
           if ws-acct-status = "00"
               move FNAME to dl-fname
               move SNAME to dl-sname
           else
               add 1 to ws-count-not-found
               move "NOT ON ACCTFILE" to dl-fname
           end-if.

       900-print-totals.

           write report-print-line from bucket-heading
               after advancing 3 lines.

           move "OPEN 0-30 DAYS" to cl-label.
           move ws-count-0-30 to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "OPEN 31-90 DAYS" to cl-label.
           move ws-count-31-90 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OPEN 91-180 DAYS" to cl-label.
           move ws-count-91-180 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OPEN OVER 180 DAYS" to cl-label.
           move ws-count-over-180 to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OPEN EVENTS" to cl-label.
           move ws-count-open to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "  BANKRUPTCY" to cl-label.
           move ws-count-bankrupt to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  DECEASED" to cl-label.
           move ws-count-deceased to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SUBJECT NOT ON FILE" to cl-label.
           move ws-count-not-found to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CLOSED EVENTS ON FILE" to cl-label.
           move ws-count-closed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2LGR.
