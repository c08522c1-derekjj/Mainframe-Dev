           record key is fd-cnctkey
           file status is ws-cnct-status.

      *    returned-mail flags - a letter for a flagged account is
      *    held off the print file until the address is fixed. an
      *    unavailable flag file holds nothing.
           select rtml-file
           assign to "RTMLFILE"
           organization is indexed
           access mode is random
           record key is fd-rtmlkey
           file status is ws-rtml-status.

      *    the print file the letters go out on.
           select letter-file
           assign to "../../../data/Letters.out"
           organization is line sequential.

      *    open bankruptcy and deceased events. an account with an
      *    open event against it, or against a customer linked to it,
      *    is on legal hold. no event file means nobody is on hold.
           select lgl-file
           assign to "LGLFILE"
           organization is indexed
           access mode is sequential
           record key is fd-lglkey
           file status is ws-lgl-status.

      *    customer-to-account links - a customer's event reaches
      *    every account linked to them.
           select clnk-file
           assign to "CLNKFILE"
           organization is indexed
           access mode is sequential
           record key is fd-clnkkey
           file status is ws-clnk-status.

      *    the register of what was sent to whom.
           select report-file
           assign to "../../../data/DCIA2LTR.out"
           organization is line sequential.

      *    the letters held back for returned mail, with the other
      *    ways the branch can reach each customer.
           select held-file
           assign to "../../../data/HeldLetters.out"
           organization is line sequential.

       data division.
       file section.

           05 fd-cnctkey                pic x(8).
           05 filler                    pic x(43).

       fd  rtml-file
           record contains 54 characters.
       01  rtml-file-record.
           05 fd-rtmlkey                pic x(8).
           05 filler                    pic x(46).

       fd  letter-file
           data record is letter-print-line
           record contains 100 characters.
       01  letter-print-line.
           05 filler                    pic x(100).

       fd  lgl-file
           record contains 113 characters.
       01  lgl-file-record.
           05 fd-lglkey                 pic x(9).
           05 filler                    pic x(104).

       fd  clnk-file
           record contains 14 characters.
       01  clnk-file-record.
           05 fd-clnkkey                pic x(14).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       fd  held-file
           data record is held-print-line
           record contains 120 characters.
       01  held-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY CORRESPONDENCE TRIGGER RECORD LAYOUT
      * COPY CONTACT-METHODS RECORD LAYOUT
       COPY 'CNCTREC'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * COPY LEGAL-EVENT RECORD LAYOUT
       COPY 'LGLREC'.

      * COPY CUSTOMER-TO-ACCOUNT LINK RECORD LAYOUT
       COPY 'CLNKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 filler                    pic x(3) value spaces.
           05 rl-reach                  pic x(12).

       01  held-heading.
           05 filler                    pic x(40)
               value "LETTERS HELD FOR RETURNED MAIL".

       01  held-line.
           05 filler                    pic x(3) value spaces.
           05 hl-date                   pic 9(6).
           05 filler                    pic x(3) value spaces.
           05 hl-code                   pic x(4).
           05 filler                    pic x(3) value spaces.
           05 hl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 hl-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 hl-name                   pic x(31).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(14)
               value "FLAGGED SINCE ".
           05 hl-flag-date              pic 9(8).
           05 filler                    pic x(3) value spaces.
           05 hl-held-note              pic x(10).

       01  held-contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(7) value "PHONE: ".
           05 hc-phone                  pic x(12).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "E-MAIL: ".
           05 hc-email                  pic x(30).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "PREFERS: ".
           05 hc-preferred              pic x(6).

       01  held-no-contact-line.
           05 filler                    pic x(15) value spaces.
           05 filler                    pic x(45)
               value "NO PHONE OR E-MAIL ON FILE - RECORD ON IA47".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
      *    column blank on the register.
       01  sw-cnct-off                  pic x value 'n'.

       01  ws-rtml-status               pic xx value spaces.
       01  sw-rtml-off                  pic x value 'n'.
       01  sw-acct-held                 pic x value 'n'.
       01  sw-cnct-found                pic x value 'n'.

      *--------------Letter Template Table------------------------
      *    every template line loaded up front, the way the accrual
      *    run loads its rate table - the business edits the letter
           05 ws-count-no-acct          pic 9(7) value 0.
           05 ws-count-no-tmpl          pic 9(7) value 0.
           05 ws-count-already          pic 9(7) value 0.
           05 ws-count-held-new         pic 9(7) value 0.
           05 ws-count-held-still       pic 9(7) value 0.
           05 ws-count-released         pic 9(7) value 0.
           05 ws-count-suppressed       pic 9(7) value 0.

      *--------------Legal Holds---------------------------------
      *    every account on legal hold, loaded once before the run
      *    starts - the customer table only carries customers with
      *    an open event until their links are walked.
       01 ws-held-acct-table.
           05 ws-held-acctkey occurs 1000 times pic x(8).
       01 ws-held-acct-count            pic 9(4) value 0.
       01 ws-held-cust-table.
           05 ws-held-cust occurs 500 times pic 9(6).
       01 ws-held-cust-count            pic 9(4) value 0.
       01 ws-held-idx                   pic 9(4) value 0.
       01 ws-held-found                 pic 9(4) value 0.
       01 ws-lgl-acctkey                pic x(8) value spaces.
       01 sw-lgl-eof                    pic x value 'n'.
       01 sw-clnk-eof                   pic x value 'n'.
       01 ws-lgl-status                 pic xx value spaces.
       01 ws-clnk-status                pic xx value spaces.
       01 ws-lgl-sw                     pic x value 'N'.
           88 ws-legal-hold                  value 'Y'.

       procedure division.

           perform 050-load-templates.
           perform 070-load-legal-holds.

           open i-o corr-file.
           if ws-corr-status not = "00"
               move 'y' to sw-cnct-off
           end-if.

           open input rtml-file.
           if ws-rtml-status not = "00"
               move 'y' to sw-rtml-off
           end-if.

           open output letter-file.
           open output report-file.
           open output held-file.

           accept nl-date from date.
           accept nl-time from time.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           write held-print-line from name-line
               after advancing page.
           write held-print-line from held-heading
               after advancing 2 lines.

           read corr-file into CORRREC at end move 'y' to sw-corr-eof.
           perform 000-process-triggers until sw-corr-eof = 'y'.

           if sw-cnct-off not = 'y'
               close cnct-file
           end-if.
           if sw-rtml-off not = 'y'
               close rtml-file
           end-if.
           close corr-file,
                 acct-file,
                 letter-file,
                 report-file,
                 held-file.
           stop run.

       050-load-templates.
               move 'y' to sw-tmpl-eof
           end-if.

       070-load-legal-holds.

      *    no legal-event file means nobody is on hold
           open input lgl-file.
           if ws-lgl-status = "00"
               read lgl-file into LGLREC
                   at end move 'y' to sw-lgl-eof
               end-read
               perform 075-load-one-legal-event
                   until sw-lgl-eof = 'y'
               close lgl-file
           end-if.

      *    a customer's event holds every account linked to them
           if ws-held-cust-count > 0
               open input clnk-file
               if ws-clnk-status = "00"
                   read clnk-file into CLNKREC
                       at end move 'y' to sw-clnk-eof
                   end-read
                   perform 077-load-one-held-link
                       until sw-clnk-eof = 'y'
                   close clnk-file
               else
                   display "CLNKFILE UNAVAILABLE - STATUS: "
                       ws-clnk-status " - CUSTOMER LEGAL HOLDS NOT SEEN"
               end-if
           end-if.

       075-load-one-legal-event.

           if LGL-OPEN
               if LGL-FOR-CUSTOMER
                   if ws-held-cust-count < 500
                       add 1 to ws-held-cust-count
                       move LGL-CUST-NUMBER
                           to ws-held-cust(ws-held-cust-count)
                   else
                       display "***** DCIA2LTR: HELD-CUSTOMER TABLE "
                           "FULL - CUSTOMER " LGL-CUST-NUMBER
                           " NOT HELD"
                   end-if
               else
                   move LGL-ACCTKEY to ws-lgl-acctkey
                   perform 079-add-held-account
               end-if
           end-if.

           read lgl-file into LGLREC
               at end move 'y' to sw-lgl-eof.

       077-load-one-held-link.

           move 0 to ws-held-found.
           perform 078-match-held-customer
               varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-cust-count
                  or ws-held-found > 0.
           if ws-held-found > 0
               move CLNK-ACCTKEY to ws-lgl-acctkey
               perform 079-add-held-account
           end-if.

           read clnk-file into CLNKREC
               at end move 'y' to sw-clnk-eof.

       078-match-held-customer.

           if ws-held-cust(ws-held-idx) = CLNK-CUST-NUMBER
               move ws-held-idx to ws-held-found
           end-if.

       079-add-held-account.

           if ws-held-acct-count < 1000
               add 1 to ws-held-acct-count
               move ws-lgl-acctkey
                   to ws-held-acctkey(ws-held-acct-count)
           else
               display "***** DCIA2LTR: HELD-ACCOUNT TABLE FULL - "
                   "ACCOUNT " ws-lgl-acctkey " NOT HELD"
           end-if.

       190-check-legal-hold.

      *    the caller puts the account key in ws-lgl-acctkey
           move 'N' to ws-lgl-sw.
           move 0 to ws-held-found.
           perform 195-match-held-account
               varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-acct-count
                  or ws-held-found > 0.
           if ws-held-found > 0
               move 'Y' to ws-lgl-sw
           end-if.

       195-match-held-account.

           if ws-held-acctkey(ws-held-idx) = ws-lgl-acctkey
               move ws-held-idx to ws-held-found
           end-if.

       000-process-triggers.

           add 1 to ws-count-triggers.

           if CORR-PRINTED or CORR-SUPPRESSED
               add 1 to ws-count-already
           else
               perform 100-produce-one-letter
               invalid key continue
           end-read.

      *    a collection letter to a bankrupt or a deceased customer's
      *    estate is never sent - the trigger is closed off for good
           move CORR-ACCTKEY to ws-lgl-acctkey.
           perform 190-check-legal-hold.

           if ws-acct-status not = "00"
               add 1 to ws-count-no-acct
               move "ACCOUNT NOT ON FILE - LETTER NOT PRODUCED"
                   to rl-outcome
               perform 800-flag-trigger-printed
               perform 850-print-register-line
           else
           if CORR-COLLECTION-LETTER and ws-legal-hold
               add 1 to ws-count-suppressed
               move "SUPPRESSED - ACCOUNT UNDER LEGAL HOLD"
                   to rl-outcome
               move 'S' to CORR-PRINTED-FLAG
               rewrite corr-file-record from CORRREC
               perform 850-print-register-line
           else
               perform 150-check-template
               if not ws-tmpl-hit
                       to rl-outcome
                   perform 850-print-register-line
               else
                   perform 170-check-returned-mail
                   if sw-acct-held = 'y'
                       perform 400-hold-letter
                   else
                       perform 200-print-letter
                       add 1 to ws-count-printed
                       if CORR-HELD
                           add 1 to ws-count-released
                           move "HELD LETTER RELEASED - PRODUCED"
                               to rl-outcome
                       else
                           move "LETTER PRODUCED" to rl-outcome
                       end-if
                       perform 180-note-faster-reach
                       perform 800-flag-trigger-printed
                       perform 850-print-register-line
                   end-if
               end-if
           end-if
           end-if.

       170-check-returned-mail.

      *    an account whose mail is coming back gets nothing on the
      *    print file - the flag on RTMLFILE says so until an address
      *    change clears it
           move 'n' to sw-acct-held.
           if sw-rtml-off not = 'y'
               move CORR-ACCTKEY to fd-rtmlkey
               read rtml-file into RTMLREC
                   invalid key continue
               end-read
               if ws-rtml-status = "00" and RTML-FLAGGED
                   move 'y' to sw-acct-held
               end-if
           end-if.

           end-if
           end-if.

       400-hold-letter.

      *    the trigger stays queued, marked held, and the held-mail
      *    report tells the branch how else to reach the customer
           move FNAME to ws-sub-fname.
           move SNAME to ws-sub-sname.
           move ws-sub-name to rl-name.

           move spaces to held-line.
           move CORR-DATE to hl-date.
           move CORR-LETTER-CODE to hl-code.
           move CORR-ACCTCODE to hl-acctcode.
           move CORR-ACCTNO to hl-acctno.
           move ws-sub-name to hl-name.
           move RTML-FLAG-DATE to hl-flag-date.
           if CORR-HELD
               add 1 to ws-count-held-still
               move "STILL HELD" to hl-held-note
               move "STILL HELD - RETURNED MAIL" to rl-outcome
           else
               add 1 to ws-count-held-new
               move "NEWLY HELD" to hl-held-note
               move "HELD - RETURNED MAIL ON FILE" to rl-outcome
               move 'H' to CORR-PRINTED-FLAG
               rewrite corr-file-record from CORRREC
           end-if.
           write held-print-line from held-line
               after advancing 2 lines.

           perform 420-list-contact-methods.
           perform 850-print-register-line.

       420-list-contact-methods.

           move 'n' to sw-cnct-found.
           if sw-cnct-off not = 'y'
               move CORR-ACCTKEY to fd-cnctkey
               read cnct-file into CNCTREC
                   invalid key continue
               end-read
               if ws-cnct-status = "00"
                   move 'y' to sw-cnct-found
               end-if
           end-if.

           if sw-cnct-found = 'y'
               move CNCT-PHONE to hc-phone
               move CNCT-EMAIL to hc-email
               if CNCT-PREFERS-PHONE
                   move "PHONE" to hc-preferred
               else
               if CNCT-PREFERS-EMAIL
                   move "E-MAIL" to hc-preferred
               else
                   move "LETTER" to hc-preferred
               end-if
               end-if
               write held-print-line from held-contact-line
                   after advancing 1 line
           else
               write held-print-line from held-no-contact-line
                   after advancing 1 line
           end-if.

       800-flag-trigger-printed.

           move 'Y' to CORR-PRINTED-FLAG.
           write report-print-line from count-line
               after advancing 1 line.

           move "HELD - RETURNED MAIL" to cl-label.
           move ws-count-held-new to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "STILL HELD" to cl-label.
           move ws-count-held-still to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "HELD LETTERS RELEASED" to cl-label.
           move ws-count-released to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SUPPRESSED - LEGAL HOLD" to cl-label.
           move ws-count-suppressed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           compute cl-count = ws-count-held-new + ws-count-held-still.
           move "LETTERS HELD TONIGHT" to cl-label.
           write held-print-line from count-line
               after advancing 3 lines.

       end program DCIA2LTR.
