       identification division.
       program-id. DCIA2TLR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the quiesce verdict left by the window closer - 'N' means
      *    the online day never drained and this job must not touch
      *    ACCTFILE. a missing control file leaves the gate off.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    every temporary increase set on IA59, in account order -
      *    read in key order and rewritten as each one ends.
           select tlim-file
           assign to "TLIMFILE"
           organization is indexed
           access mode is sequential
           record key is fd-tlimkey
           file status is ws-tlim-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the same credit-limit history file the IA23 online update
      *    writes, extended so the history reads as one stream.
           select crhist-file
           assign to "CRHISTFL"
           organization is sequential
           file status is ws-crhist-status.

      *    the same audit journal the online transactions write.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    a customer left over the restored limit hears about it
      *    through the nightly letter run.
           select corr-file
           assign to "CORRFILE"
           organization is sequential
           file status is ws-corr-status.

           select report-file
           assign to "../../../data/DCIA2TLR.out"
           organization is line sequential.

       data division.
       file section.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  tlim-file
           record contains 59 characters.
       01  tlim-file-record.
           05 fd-tlimkey                pic x(8).
           05 filler                    pic x(51).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

       fd  crhist-file
           record contains 34 characters.
       01  crhist-file-record           pic x(34).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  corr-file
           record contains 41 characters.
       01  corr-file-record             pic x(41).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY TEMPORARY CREDIT-LIMIT RECORD LAYOUT
       COPY 'TLIMREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY CREDIT-LIMIT HISTORY RECORD LAYOUT
       COPY 'CRHISTRC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY CUSTOMER CORRESPONDENCE TRIGGER RECORD LAYOUT
       COPY 'CORRREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, TEMP LIMITS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NIGHTLY TEMPORARY CREDIT-LIMIT REVERSION".

       01  section-heading.
           05 filler                    pic x(3) value spaces.
           05 sh-title                  pic x(60).

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "ACCOUNT".
           05 filler                    pic x(31) value "NAME".
           05 filler                    pic x(9) value "ENDS".
           05 filler                    pic x(12) value "   TEMPORARY".
           05 filler                    pic x(12) value "   REVERT TO".
           05 filler                    pic x(13) value "      BALANCE".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value "OUTCOME".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x value space.
           05 dl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 dl-sname                  pic x(15).
           05 filler                    pic x value space.
           05 dl-end-date               pic 9(8).
           05 filler                    pic x value space.
           05 dl-temp-limit             pic zzz,zz9.99.
           05 filler                    pic xx value spaces.
           05 dl-revert-limit           pic zzz,zz9.99.
           05 filler                    pic xx value spaces.
           05 dl-curbal                 pic zzz,zz9.99-.
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(30).

       01  branch-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BRANCH ".
           05 bl-branch                 pic x(3).

       01  none-line.
           05 filler                    pic x(3) value spaces.
           05 nl-text                   pic x(40).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-tlim-eof                  pic x value 'n'.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-tlim-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-crhist-status             pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-corr-status               pic xx value spaces.

      *--------------Date Arithmetic-----------------------------
      *    the look-ahead window is counted on the 360-day commercial
      *    calendar, the same reckoning the other nightly runs use.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-today-yymmdd              pic 9(6).
       01  ws-run-time                  pic 9(8).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.

      *    branches get this many days' notice of a reversion, to
      *    call the customer before the limit drops.
       77  ws-notice-days               pic 9(3) value 7.

      *    the CRHISTFL reason a reversion is filed under.
       77  ws-revert-reason             pic x(2) value "TE".

      *--------------Look-Ahead List------------------------------
      *    collected on the reversion pass, printed after it - the
      *    temporary file is in account order, so branch order too.
       01 ws-ahead-table.
           05 ws-ahead-entry occurs 500 times.
               10 ws-ahead-acctkey      pic x(8).
               10 ws-ahead-fname        pic x(15).
               10 ws-ahead-sname        pic x(15).
               10 ws-ahead-end-date     pic 9(8).
               10 ws-ahead-temp-limit   pic 9(6)v99.
               10 ws-ahead-revert-limit pic 9(6)v99.
               10 ws-ahead-curbal       pic s9(6)v99.
       01 ws-ahead-count                pic 999 value 0.
       01 ws-ahead-idx                  pic 999 value 0.
       01 ws-ahead-branch               pic x(3) value spaces.

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-due              pic 9(7) value 0.
           05 ws-count-reverted         pic 9(7) value 0.
           05 ws-count-over-limit       pic 9(7) value 0.
           05 ws-count-superseded       pic 9(7) value 0.
           05 ws-count-not-found        pic 9(7) value 0.
           05 ws-count-ahead            pic 9(7) value 0.
           05 ws-count-ahead-over       pic 9(7) value 0.

       01 ws-before-crlimit             pic 9(6)v99 value 0.

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.
           accept ws-today-yymmdd from date.
           accept ws-run-time from time.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

      *    no temporary file means no temporary increase was ever set
           open i-o tlim-file.
           if ws-tlim-status = "35"
               display "no temporary limit file - nothing to do"
               stop run
           end-if.
           if ws-tlim-status not = "00"
               display "TLIMFILE OPEN FAILED - STATUS: " ws-tlim-status
               stop run
           end-if.

           open i-o acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close tlim-file
               stop run
           end-if.

           open extend crhist-file.
           if ws-crhist-status not = "00"
               and ws-crhist-status not = "05"
               open output crhist-file
           end-if.

           open extend audt-file.
           if ws-audt-status not = "00"
               and ws-audt-status not = "05"
               open output audt-file
           end-if.

           open extend corr-file.
           if ws-corr-status not = "00"
               and ws-corr-status not = "05"
               open output corr-file
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           move "REVERTED TONIGHT" to sh-title.
           write report-print-line from section-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read tlim-file into TLIMREC at end move 'y' to sw-tlim-eof.
           perform 100-judge-one-temp-limit until sw-tlim-eof = 'y'.

           if ws-count-due = 0
               move "NO TEMPORARY LIMIT ENDS TONIGHT" to nl-text
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

           perform 700-print-look-ahead.

           perform 900-print-totals.

           close tlim-file,
                 acct-file,
                 crhist-file,
                 audt-file,
                 corr-file,
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

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       100-judge-one-temp-limit.

           add 1 to ws-count-read.

      *    pending, reverted, superseded and rejected records are
      *    not this run's work - only the increases in force are
           if TLIM-ACTIVE
               if TLIM-END-DATE not > ws-today-yyyymmdd
                   add 1 to ws-count-due
                   perform 200-end-temp-limit
               else
                   perform 600-check-look-ahead
               end-if
           end-if.

           read tlim-file into TLIMREC at end move 'y' to sw-tlim-eof.

       200-end-temp-limit.

           move spaces to detail-line.
           move TLIM-ACCTCODE to dl-acctcode.
           move TLIM-ACCTNO to dl-acctno.
           move TLIM-END-DATE to dl-end-date.
           move TLIM-TEMP-LIMIT to dl-temp-limit.
           move TLIM-REVERT-LIMIT to dl-revert-limit.

           move TLIM-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

      *    a closed-out account has nothing left to revert, and a
      *    limit changed again since the temporary one went on is a
      *    later decision that stands - either way the temporary
      *    record is finished without touching the account
           if ws-acct-status not = "00"
               add 1 to ws-count-not-found
               move "ACCOUNT NOT ON FILE - CLOSED" to dl-outcome
               set TLIM-SUPERSEDED to true
           else
           if CRLIMIT not = TLIM-TEMP-LIMIT
               add 1 to ws-count-superseded
               move FNAME to dl-fname
               move SNAME to dl-sname
               move CURBAL to dl-curbal
               move "LIMIT CHANGED SINCE - KEPT" to dl-outcome
               set TLIM-SUPERSEDED to true
           else
               perform 300-restore-limit
               set TLIM-REVERTED to true
           end-if
           end-if.

           move ws-today-yyyymmdd to TLIM-CLOSE-DATE.
           rewrite tlim-file-record from TLIMREC.

           write report-print-line from detail-line
               after advancing 1 line.

       300-restore-limit.

           move CRLIMIT to ws-before-crlimit.
           move TLIM-REVERT-LIMIT to CRLIMIT.
           rewrite acct-file-record from ACCTREC.
           add 1 to ws-count-reverted.

           perform 400-write-history.
           perform 500-write-audit.

           move FNAME to dl-fname.
           move SNAME to dl-sname.
           move CURBAL to dl-curbal.

      *    the balance ran up under the higher limit - the customer
      *    is told, and the account lands on the over-limit report
           if CURBAL > CRLIMIT
               add 1 to ws-count-over-limit
               perform 550-drop-over-limit-letter
               move "REVERTED - NOW OVER LIMIT" to dl-outcome
           else
               move "REVERTED" to dl-outcome
           end-if.

       400-write-history.

      *    same entry the online update would have written
           move spaces to CRHISTREC.
           move ws-today-yyyymmdd to CRHIST-DATE.
           move ACCTKEY to CRHIST-ACCTKEY.
           move ws-before-crlimit to CRHIST-OLD-LIMIT.
           move CRLIMIT to CRHIST-NEW-LIMIT.
           move ws-revert-reason to CRHIST-REASON.

           write crhist-file-record from CRHISTREC.

       500-write-audit.

           move spaces to AUDITREC.
           move ws-today-yyyymmdd to AUDIT-DATE.
           move ws-run-time(1:6) to AUDIT-TIME.
           move "DCIA2TLR" to AUDIT-USERID.
           move "BTCH" to AUDIT-TERMID.
           move "TLR " to AUDIT-TRANSID.
           set AUDIT-ACTION-UPDATE to true.
           move ACCTKEY to AUDIT-ACCTKEY.
           move ws-before-crlimit to AUDIT-BEFORE-CRLIMIT.
           move STAT to AUDIT-BEFORE-STAT.
           move CRLIMIT to AUDIT-AFTER-CRLIMIT.
           move STAT to AUDIT-AFTER-STAT.

           write audt-file-record from AUDITREC.

       550-drop-over-limit-letter.

           move spaces to CORRREC.
           move ws-today-yymmdd to CORR-DATE.
           move ws-run-time(1:6) to CORR-TIME.
           move "TLRV" to CORR-LETTER-CODE.
           move ACCTKEY to CORR-ACCTKEY.
           move CRLIMIT to CORR-AMOUNT.
           move "DCIA2TLR" to CORR-SOURCE.
           move "N" to CORR-PRINTED-FLAG.
           write corr-file-record from CORRREC.

       600-check-look-ahead.

           move TLIM-END-DATE to ws-date-parts.
           perform 060-date-to-days.

           if ws-ref-days - ws-today-days not > ws-notice-days
               perform 610-keep-look-ahead
           end-if.

       610-keep-look-ahead.

           add 1 to ws-count-ahead.
           if ws-ahead-count = 500
               display "LOOK-AHEAD TABLE FULL - "
                   TLIM-ACCTKEY " NOT LISTED"
           else
               add 1 to ws-ahead-count
               move TLIM-ACCTKEY to ws-ahead-acctkey(ws-ahead-count)
               move TLIM-END-DATE to ws-ahead-end-date(ws-ahead-count)
               move TLIM-TEMP-LIMIT
                   to ws-ahead-temp-limit(ws-ahead-count)
               move TLIM-REVERT-LIMIT
                   to ws-ahead-revert-limit(ws-ahead-count)
               move spaces to ws-ahead-fname(ws-ahead-count)
               move spaces to ws-ahead-sname(ws-ahead-count)
               move 0 to ws-ahead-curbal(ws-ahead-count)
               move TLIM-ACCTKEY to fd-acctkey
               read acct-file into ACCTREC
                   invalid key continue
               end-read
               if ws-acct-status = "00"
                   move FNAME to ws-ahead-fname(ws-ahead-count)
                   move SNAME to ws-ahead-sname(ws-ahead-count)
                   move CURBAL to ws-ahead-curbal(ws-ahead-count)
               else
                   move "NOT ON ACCTFILE"
                       to ws-ahead-fname(ws-ahead-count)
               end-if
           end-if.

       700-print-look-ahead.

           move "ENDING IN THE NEXT 7 DAYS - CONTACT BEFORE REVERSION"
               to sh-title.
           write report-print-line from section-heading
               after advancing 3 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           if ws-ahead-count = 0
               move "NO TEMPORARY LIMIT ENDS THIS WEEK" to nl-text
               write report-print-line from none-line
                   after advancing 1 line
           end-if.

           move spaces to ws-ahead-branch.
           perform 710-print-one-ahead
               varying ws-ahead-idx from 1 by 1
               until ws-ahead-idx > ws-ahead-count.

       710-print-one-ahead.

           if ws-ahead-acctkey(ws-ahead-idx)(1:3) not = ws-ahead-branch
               move ws-ahead-acctkey(ws-ahead-idx)(1:3)
                   to ws-ahead-branch
               move ws-ahead-branch to bl-branch
               write report-print-line from branch-line
                   after advancing 2 lines
           end-if.

           move spaces to detail-line.
           move ws-ahead-acctkey(ws-ahead-idx)(1:3) to dl-acctcode.
           move ws-ahead-acctkey(ws-ahead-idx)(4:5) to dl-acctno.
           move ws-ahead-fname(ws-ahead-idx) to dl-fname.
           move ws-ahead-sname(ws-ahead-idx) to dl-sname.
           move ws-ahead-end-date(ws-ahead-idx) to dl-end-date.
           move ws-ahead-temp-limit(ws-ahead-idx) to dl-temp-limit.
           move ws-ahead-revert-limit(ws-ahead-idx)
               to dl-revert-limit.
           move ws-ahead-curbal(ws-ahead-idx) to dl-curbal.

      *    the call that matters most - the balance already will not
      *    fit under the limit it is going back to
           if ws-ahead-curbal(ws-ahead-idx)
               > ws-ahead-revert-limit(ws-ahead-idx)
               add 1 to ws-count-ahead-over
               move "WILL BE OVER LIMIT" to dl-outcome
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "TEMPORARY RECORDS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "ENDED TONIGHT" to cl-label.
           move ws-count-due to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  LIMIT RESTORED" to cl-label.
           move ws-count-reverted to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  NOW OVER RESTORED LIMIT" to cl-label.
           move ws-count-over-limit to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  LIMIT CHANGED SINCE" to cl-label.
           move ws-count-superseded to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  ACCOUNT NOT ON FILE" to cl-label.
           move ws-count-not-found to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "ENDING IN NEXT 7 DAYS" to cl-label.
           move ws-count-ahead to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  WILL BE OVER LIMIT" to cl-label.
           move ws-count-ahead-over to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2TLR.
