       identification division.
       program-id. DCIA2CHO.
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

      *    the charge-off file - pending items come from two places,
      *    a collector giving up on an account through IA43 and the
      *    nightly DCIA2AGE pass nominating every balance aged past
      *    the ChgoParm threshold. read in key order and rewritten
      *    item by item as each one is written off.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is sequential
           record key is fd-chgokey
           file status is ws-chgo-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the balance is written off through the same keyed
      *    discipline every other movement uses, so the zeroed
      *    balance stays explainable.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-trankey
           file status is ws-tran-status.

      *    a written-off account has nothing left to collect, so its
      *    worklist item is removed. a queue that cannot be opened
      *    leaves the items for the aging pass to clear - the zeroed
      *    balance drops them off there the next night.
           select colq-file
           assign to "COLQFILE"
           organization is indexed
           access mode is random
           record key is fd-colqkey
           file status is ws-colq-status.

      *    the status-code reference file unloaded in key order by
      *    the nightly IDCAMS REPRO step - the charged-off code must
      *    be a real status there before any account is moved to it.
           select stat-file
           assign to "STATFILE"
           organization is sequential
           file status is ws-stat-status.

      *    the same audit journal the online transactions write.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    charge-off parameters - the age threshold in days (read
      *    by DCIA2AGE, which does the aging) and the charged-off
      *    status code. a missing file leaves the code at 'W'.
           select parm-file
           assign to "../../../data/ChgoParm.dat"
           organization is line sequential
           file status is ws-parm-status.

           select report-file
           assign to "../../../data/DCIA2CHO.out"
           organization is line sequential.

       data division.
       file section.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey.
               10 fd-acctcode           pic x(3).
               10 fd-acctno             pic 9(5).
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  colq-file
           record contains 65 characters.
       01  colq-file-record.
           05 fd-colqkey                pic x(8).
           05 filler                    pic x(57).

       fd  stat-file
           record contains 27 characters.
       01  stat-file-record.
           05 sf-code                   pic x.
           05 filler                    pic x(26).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  parm-file
           data record is parm-line.
       01  parm-line.
           05 pl-chargeoff-days         pic 9(3).
           05 pl-chargeoff-stat         pic x.

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, CHARGE-OFF".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(33)
               value "CHARGE-OFF REGISTER".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 dl-reason                 pic x(9).
           05 filler                    pic x(3) value spaces.
           05 dl-amount                 pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(40).

       01  branch-total-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BRANCH: ".
           05 btl-branch                pic x(3).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "ACCOUNTS ".
           05 btl-count                 pic zzzz9.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "WRITTEN ".
           05 btl-total                 pic $$$,$$$,$$9.99.

       01  grand-total-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(15)
               value "TOTAL WRITTEN: ".
           05 gtl-total                 pic $$$,$$$,$$9.99.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(20).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  sw-stat-eof                  pic x value 'n'.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-colq-status               pic xx value spaces.
       01  ws-stat-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-parm-status               pic xx value spaces.

      *    a collections queue that cannot be opened switches the
      *    removal off rather than stopping the write-offs.
       01  sw-colq-off                  pic x value 'n'.

      *--------------Charged-Off Status---------------------------
      *    this run never guesses - a code missing from the STATFILE
      *    unload (or no unload at all) writes nothing off.
       77  ws-chargeoff-stat            pic x value "W".
       01  ws-stat-found-sw             pic x value "N".
           88 ws-stat-found                  value "Y".

      *--------------Per-Branch Register Totals---------------------
       01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
               10 ws-branch-code        pic x(3).
               10 ws-branch-count       pic 9(5).
               10 ws-branch-total       pic 9(7)v99.

       01 ws-branch-count-entries       pic 99 value 0.
       01 ws-branch-idx                 pic 99 value 0.
       01 ws-branch-match-idx           pic 99 value 0.
       01 ws-branch-found-sw            pic x value "N".
           88 ws-branch-found                value "Y".

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-written-off      pic 9(7) value 0.
           05 ws-count-dropped          pic 9(7) value 0.
           05 ws-count-failed           pic 9(7) value 0.

       01 ws-writeoff-amount            pic 9(6)v99 value 0.
       01 ws-grand-total                pic 9(7)v99 value 0.
       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-run-time                   pic 9(8).

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.
           accept ws-run-time from time.

           perform 050-read-parm.
           perform 055-check-status-code.

           if not ws-stat-found
               display "CHARGED-OFF STATUS " ws-chargeoff-stat
                   " NOT ON STATFILE - NOTHING WRITTEN OFF"
               stop run
           end-if.

      *    no charge-off file yet just means nobody has been flagged
           open i-o chgo-file.
           if ws-chgo-status = "35"
               display "no charge-off file - nothing to do"
               stop run
           end-if.
           if ws-chgo-status not = "00"
               display "CHGOFILE OPEN FAILED - STATUS: " ws-chgo-status
               stop run
           end-if.

           open i-o acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close chgo-file
               stop run
           end-if.

           open i-o tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
               close chgo-file, acct-file
               stop run
           end-if.

           open i-o colq-file.
           if ws-colq-status not = "00"
               move 'y' to sw-colq-off
               display "COLQFILE UNAVAILABLE - STATUS: " ws-colq-status
                   " - QUEUE ITEMS LEFT FOR THE AGING PASS"
           end-if.

           open extend audt-file.
           if ws-audt-status not = "00"
               and ws-audt-status not = "05"
               open output audt-file
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           read chgo-file into CHGOREC at end move 'y' to sw-eof.
           perform 000-process-items until sw-eof = 'y'.

           perform 900-print-register.

           if sw-colq-off not = 'y'
               close colq-file
           end-if.
           close chgo-file,
                 acct-file,
                 tran-file,
                 audt-file,
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

       050-read-parm.

      *    a missing parameter file, or a line with no code on it,
      *    leaves the charged-off status at its default.
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end continue
               end-read
               if ws-parm-status = "00"
                   and pl-chargeoff-stat not = space
                   move pl-chargeoff-stat to ws-chargeoff-stat
               end-if
               close parm-file
           end-if.

       055-check-status-code.

           move "N" to ws-stat-found-sw.
           open input stat-file.
           if ws-stat-status = "00"
               read stat-file
                   at end move 'y' to sw-stat-eof
               end-read
               if ws-stat-status not = "00"
                   move 'y' to sw-stat-eof
               end-if
               perform 056-check-one-status
                   until sw-stat-eof = 'y'
                       or ws-stat-found
               close stat-file
           end-if.

       056-check-one-status.

           if sf-code = ws-chargeoff-stat
               set ws-stat-found to true
           else
               read stat-file
                   at end move 'y' to sw-stat-eof
               end-read
               if ws-stat-status not = "00"
                   move 'y' to sw-stat-eof
               end-if
           end-if.

       000-process-items.

           add 1 to ws-count-read.

      *    written-off items stay on file for recovery tracking -
      *    only the pending ones are this run's work
           if CHGO-PENDING
               perform 100-charge-off-one-account
           end-if.

           read chgo-file into CHGOREC at end move 'y' to sw-eof.

       100-charge-off-one-account.

           move spaces to detail-line.
           move CHGO-ACCTCODE to dl-acctcode.
           move CHGO-ACCTNO   to dl-acctno.
           if CHGO-REASON-COLLECTOR
               move "COLLECTOR" to dl-reason
           else
               move "AGED" to dl-reason
           end-if.

           move CHGO-ACCTKEY to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

      *    an account paid back since it was flagged has nothing to
      *    write off - the flag is dropped so a later delinquency
      *    starts over from a clean slate
           if ws-acct-status not = "00"
               add 1 to ws-count-failed
               move "FAILED - ACCOUNT NOT ON FILE" to dl-outcome
               perform 800-print-detail
           else
           if CURBAL not > 0
               delete chgo-file record
               add 1 to ws-count-dropped
               move "DROPPED - NOTHING OWED" to dl-outcome
               perform 800-print-detail
           else
               move CURBAL to ws-writeoff-amount
               move ws-writeoff-amount to dl-amount
               perform 300-post-balance-off
               if ws-tran-status not = "00"
                   add 1 to ws-count-failed
                   move "FAILED - SEQUENCE RANGE EXHAUSTED"
                       to dl-outcome
                   perform 800-print-detail
               else
                   perform 400-flip-and-record
                   if sw-colq-off not = 'y'
                       perform 500-remove-queue-item
                   end-if
                   perform 600-post-branch-total
                   move "WRITTEN OFF" to dl-outcome
                   perform 800-print-detail
               end-if
           end-if
           end-if.

       300-post-balance-off.

      *    a credit for the full debit balance brings the account
      *    to zero - the 6xx sequence range keeps this run's
      *    postings clear of the escheat, standing-order and
      *    accrual runs
           move spaces to TRANREC.
           move ACCTKEY to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 601 to TRAN-SEQ.
           move "C" to TRAN-TYPE.
           move ws-writeoff-amount to TRAN-AMOUNT.
           move "DCIA2CHO" to TRAN-USERID.
           move "BALANCE CHARGED OFF" to TRAN-DESC.
           move "CO" to TRAN-CODE.

           move spaces to ws-tran-status.
           perform 310-write-chargeoff-tran
               until ws-tran-status = "00"
                   or TRAN-SEQ = 699.

       310-write-chargeoff-tran.

      *    a taken sequence (status 22) is stepped past - any other
      *    failure ends the loop rather than spinning on it
           move TRAN-KEY to fd-trankey.
           write tran-file-record from TRANREC
               invalid key continue
           end-write.
           if ws-tran-status = "22"
               add 1 to TRAN-SEQ
               move spaces to ws-tran-status
           else
               if ws-tran-status not = "00"
                   move 699 to TRAN-SEQ
               end-if
           end-if.

       400-flip-and-record.

           move SPACES to AUDITREC.
           move ws-today-yyyymmdd to AUDIT-DATE.
           move ws-run-time(1:6) to AUDIT-TIME.
           move "DCIA2CHO" to AUDIT-USERID.
           move "BTCH" to AUDIT-TERMID.
           move "CHO " to AUDIT-TRANSID.
           set AUDIT-ACTION-UPDATE to true.
           move ACCTKEY to AUDIT-ACCTKEY.
           move CRLIMIT to AUDIT-BEFORE-CRLIMIT.
           move STAT to AUDIT-BEFORE-STAT.

      *    the charge-off record keeps what the books gave up, so
      *    every later credit can be measured against it
           set CHGO-WRITTEN-OFF to true.
           move ws-today-yyyymmdd to CHGO-DATE.
           move ws-writeoff-amount to CHGO-AMOUNT.
           move STAT to CHGO-PRIOR-STAT.
           move 0 to CHGO-RECOVERED.
           move 0 to CHGO-LAST-RECOVERY.
           rewrite chgo-file-record from CHGOREC.

           move 0 to CURBAL.
           move ws-chargeoff-stat to STAT.
           rewrite acct-file-record from ACCTREC.

           move CRLIMIT to AUDIT-AFTER-CRLIMIT.
           move STAT to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

           add 1 to ws-count-written-off.
           add ws-writeoff-amount to ws-grand-total.

       500-remove-queue-item.

           move ACCTKEY to fd-colqkey.
           delete colq-file record
               invalid key continue
           end-delete.

       600-post-branch-total.

           move "N" to ws-branch-found-sw.
           perform 610-check-branch-entry
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           if not ws-branch-found and ws-branch-count-entries < 50
               add 1 to ws-branch-count-entries
               move ACCTCODE to ws-branch-code(ws-branch-count-entries)
               move 0 to ws-branch-count(ws-branch-count-entries)
               move 0 to ws-branch-total(ws-branch-count-entries)
               move ws-branch-count-entries to ws-branch-match-idx
               set ws-branch-found to true
           end-if.

           if ws-branch-found
               add 1 to ws-branch-count(ws-branch-match-idx)
               add ws-writeoff-amount
                   to ws-branch-total(ws-branch-match-idx)
           else
               display "BRANCH TABLE FULL - " ACCTCODE
                   " NOT POSTED TO REGISTER TOTALS"
           end-if.

       610-check-branch-entry.

           if ws-branch-code(ws-branch-idx) = ACCTCODE
               set ws-branch-found to true
               move ws-branch-idx to ws-branch-match-idx
           end-if.

       800-print-detail.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-register.

           write report-print-line from spaces
               after advancing 1 line.

           perform 910-print-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           move ws-grand-total to gtl-total.
           write report-print-line from grand-total-line
               after advancing 2 lines.

           move "ITEMS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "ACCOUNTS WRITTEN OFF" to cl-label.
           move ws-count-written-off to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "FLAGS DROPPED" to cl-label.
           move ws-count-dropped to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "FAILED" to cl-label.
           move ws-count-failed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       910-print-one-branch.

           move ws-branch-code(ws-branch-idx) to btl-branch.
           move ws-branch-count(ws-branch-idx) to btl-count.
           move ws-branch-total(ws-branch-idx) to btl-total.
           write report-print-line from branch-total-line
               after advancing 1 line.

       end program DCIA2CHO.
