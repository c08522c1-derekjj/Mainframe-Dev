       identification division.
       program-id. DCIA2RML.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the returned items the mail room keys from the envelopes
      *    that came back - one line per item: account code, account
      *    number, item type (L letter, S statement, O other) and the
      *    date it came back.
           select rtn-file
           assign to "../../../data/ReturnedMail.dat"
           organization is line sequential
           file status is ws-rtn-status.

      *    the quiesce verdict left by the window closer.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the returned-mail flags the letter and statement runs
      *    honour - the first run creates the file.
           select rtml-file
           assign to "RTMLFILE"
           organization is indexed
           access mode is random
           record key is fd-rtmlkey
           file status is ws-rtml-status.

           select report-file
           assign to "../../../data/DCIA2RML.out"
           organization is line sequential.

       data division.
       file section.

       fd  rtn-file
           data record is rtn-line.
       01  rtn-line.
           05 rtn-acctcode              pic x(3).
           05 rtn-acctno                pic x(5).
           05 rtn-item-type             pic x.
           05 rtn-return-date           pic x(8).

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

       fd  rtml-file
           record contains 54 characters.
       01  rtml-file-record.
           05 fd-rtmlkey                pic x(8).
           05 filler                    pic x(46).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

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
               value "RETURNED-MAIL LOAD".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic x(5).
           05 filler                    pic x(3) value spaces.
           05 dl-item-type              pic x.
           05 filler                    pic x(3) value spaces.
           05 dl-return-date            pic x(8).
           05 filler                    pic x(3) value spaces.
           05 dl-name                   pic x(31).
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(40).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-rtn-eof                   pic x value 'n'.
       01  ws-rtn-status                pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-rtml-status               pic xx value spaces.

      *--------------Work Fields---------------------------------
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-dl-name.
           05 ws-dl-fname               pic x(15).
           05 filler                    pic x value space.
           05 ws-dl-sname               pic x(15).

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-flagged          pic 9(7) value 0.
           05 ws-count-again            pic 9(7) value 0.
           05 ws-count-no-acct          pic 9(7) value 0.
           05 ws-count-bad              pic 9(7) value 0.

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.

      *    no returned-items file means nothing came back today
           open input rtn-file.
           if ws-rtn-status not = "00"
               display "NO RETURNED-MAIL FILE - STATUS: " ws-rtn-status
                   " - NOTHING TO LOAD"
               stop run
           end-if.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close rtn-file
               stop run
           end-if.

      *    first run creates the flag file, then reopens it i-o
           open i-o rtml-file.
           if ws-rtml-status = "35"
               open output rtml-file
               close rtml-file
               open i-o rtml-file
           end-if.
           if ws-rtml-status not = "00"
               display "RTMLFILE OPEN FAILED - STATUS: " ws-rtml-status
               close rtn-file, acct-file
               stop run
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           read rtn-file
               at end move 'y' to sw-rtn-eof
           end-read.
           perform 100-load-one-item until sw-rtn-eof = 'y'.

           perform 900-print-totals.

           close rtn-file,
                 acct-file,
                 rtml-file,
                 report-file.
           stop run.

       040-check-batch-go.

      *    the DCIA2WCL closer writes 'N' here when the quiesce
      *    could not be confirmed - running against a live ACCTFILE
      *    is how batch has corrupted balances before
           open input ctl-file.
           if ws-ctl-status = "00"
               move "BATCHGO " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00" and CTL-BATCH-NOGO
                   display "QUIESCE NOT CONFIRMED - "
                       "JOB REFUSING TO START"
                   close ctl-file
                   stop run
               end-if
               close ctl-file
           end-if.

       100-load-one-item.

           add 1 to ws-count-read.

           move spaces to detail-line.
           move rtn-acctcode to dl-acctcode.
           move rtn-acctno to dl-acctno.
           move rtn-item-type to dl-item-type.
           move rtn-return-date to dl-return-date.

           if rtn-acctno is not numeric
               or rtn-acctcode = spaces
               or (rtn-item-type not = 'L' and rtn-item-type not = 'S'
                   and rtn-item-type not = 'O')
               add 1 to ws-count-bad
               move "BAD LINE - NOT LOADED" to dl-outcome
           else
               perform 200-flag-account
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

           read rtn-file
               at end move 'y' to sw-rtn-eof
           end-read.

       200-flag-account.

           move rtn-acctcode to fd-acctcode.
           move rtn-acctno to fd-acctno.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

           if ws-acct-status not = "00"
               add 1 to ws-count-no-acct
               move "ACCOUNT NOT ON FILE - NOT LOADED" to dl-outcome
           else
               move FNAME to ws-dl-fname
               move SNAME to ws-dl-sname
               move ws-dl-name to dl-name
               move ACCTKEY to fd-rtmlkey
               read rtml-file into RTMLREC
                   invalid key continue
               end-read
               if ws-rtml-status = "00"
                   perform 220-reflag-account
                   rewrite rtml-file-record from RTMLREC
               else
                   move spaces to RTMLREC
                   move ACCTKEY to RTML-ACCTKEY
                   move 0 to RTML-RETURN-COUNT
                   perform 230-start-flag
                   perform 240-count-return
                   add 1 to ws-count-flagged
                   move "FLAGGED - OUTPUT NOW HELD" to dl-outcome
                   write rtml-file-record from RTMLREC
               end-if
           end-if.

       220-reflag-account.

      *    a second item back while the flag is on counts against the
      *    same flag - a cleared flag is switched back on, since the
      *    new address has now failed too
           if RTML-FLAGGED
               add 1 to ws-count-again
               move "ALREADY FLAGGED - RETURN COUNTED" to dl-outcome
           else
               perform 230-start-flag
               add 1 to ws-count-flagged
               move "FLAGGED AGAIN - OUTPUT NOW HELD" to dl-outcome
           end-if.
           perform 240-count-return.

       230-start-flag.

           set RTML-FLAGGED to true.
           set RTML-FROM-BATCH to true.
           move ws-today-yyyymmdd to RTML-FLAG-DATE.
           move "DCIA2RML" to RTML-USERID.
           move 0 to RTML-CLEAR-DATE.
           move spaces to RTML-CLEAR-USERID.

       240-count-return.

           move rtn-item-type to RTML-ITEM-TYPE.
      *    the date the item came back, or today when the mail room
      *    left it off
           if rtn-return-date is numeric
               move rtn-return-date to RTML-LAST-RETURN-DATE
           else
               move ws-today-yyyymmdd to RTML-LAST-RETURN-DATE
           end-if.
           if RTML-RETURN-COUNT is not numeric
               move 0 to RTML-RETURN-COUNT
           end-if.
           if RTML-RETURN-COUNT < 999
               add 1 to RTML-RETURN-COUNT
           end-if.

       900-print-totals.

           move "ITEMS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "ACCOUNTS FLAGGED" to cl-label.
           move ws-count-flagged to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ALREADY FLAGGED" to cl-label.
           move ws-count-again to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ACCOUNT NOT ON FILE" to cl-label.
           move ws-count-no-acct to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BAD LINES" to cl-label.
           move ws-count-bad to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2RML.
