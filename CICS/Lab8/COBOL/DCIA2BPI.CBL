       identification division.
       program-id. DCIA2BPI.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the daily remittance file the bank sends - a header naming
      *    the file, one line per customer payment, and a trailer
      *    carrying the bank's own count and total.
           select remit-file
           assign to "../../../data/BankRemit.dat"
           organization is line sequential
           file status is ws-remit-status.

      *    the quiesce verdict left by the window closer, and the
      *    'BANKLAST' record naming the last bank file posted - i-o
      *    so this run can claim its file before posting a penny.
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

      *    every payment posts through the same keyed discipline
      *    every other movement uses.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-trankey
           file status is ws-tran-status.

      *    a payment is account activity - stamped the same way the
      *    IA25 posting screen stamps it, so the dormancy sweep does
      *    not suspend an account that pays by bank transfer.
           select lact-file
           assign to "LACTFILE"
           organization is indexed
           access mode is random
           record key is fd-lactkey
           file status is ws-lact-status.

      *    a payment to a written-off account is a recovery, exactly
      *    as on IA25. a charge-off file that cannot be opened counts
      *    as nothing charged off.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    every remittance that cannot be posted lands here for the
      *    IA51 screen to re-point.
           select susp-file
           assign to "SUSPFILE"
           organization is indexed
           access mode is random
           record key is fd-suspkey
           file status is ws-susp-status.

           select report-file
           assign to "../../../data/DCIA2BPI.out"
           organization is line sequential.

       data division.
       file section.

       fd  remit-file.
       01  remit-detail.
           05 rd-type                   pic x.
           05 rd-bank-ref               pic x(12).
           05 rd-acctkey.
               10 rd-acctcode           pic x(3).
               10 rd-acctno             pic x(5).
           05 rd-amount                 pic 9(6)v99.
           05 rd-amount-x redefines rd-amount
                                        pic x(8).
           05 rd-value-date             pic 9(8).
           05 rd-payer                  pic x(20).
       01  remit-header.
           05 rh-type                   pic x.
           05 rh-file-date              pic 9(8).
           05 rh-file-no                pic 9(4).
           05 rh-bank-id                pic x(8).
           05 filler                    pic x(36).
       01  remit-trailer.
           05 rt-type                   pic x.
           05 rt-count                  pic 9(7).
           05 rt-amount                 pic 9(9)v99.
           05 filler                    pic x(38).

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

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  lact-file
           record contains 16 characters.
       01  lact-file-record.
           05 fd-lactkey                pic x(8).
           05 filler                    pic x(8).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  susp-file
           record contains 98 characters.
       01  susp-file-record.
           05 fd-suspkey                pic x(13).
           05 filler                    pic x(85).

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

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY LAST-ACTIVITY RECORD LAYOUT
       COPY 'LACTREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY PAYMENT SUSPENSE RECORD LAYOUT
       COPY 'SUSPREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, BANK INTAKE".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "BANK PAYMENT INTAKE REPORT".

       01  file-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11) value "BANK FILE: ".
           05 fl-bank-id                pic x(8).
           05 filler                    pic x(7) value "  DATE ".
           05 fl-file-date              pic 9(8).
           05 filler                    pic x(9) value "  NUMBER ".
           05 fl-file-no                pic 9(4).

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(7) value " ITEM".
           05 filler                    pic x(13) value "BANK REF".
           05 filler                    pic x(10) value "ACCOUNT".
           05 filler                    pic x(14) value "       AMOUNT".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(30) value "OUTCOME".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-item                   pic zzzz9.
           05 filler                    pic x(2) value spaces.
           05 dl-bank-ref               pic x(12).
           05 filler                    pic x value space.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic x(5).
           05 filler                    pic x value space.
           05 dl-amount                 pic $$$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-outcome                pic x(40).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  amount-line.
           05 filler                    pic x(3) value spaces.
           05 al-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 al-amount                 pic $$$,$$$,$$9.99.

       01  proof-ok-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "FILE PROVED - TRAILER AGREES WITH POSTED + SUSPENSE".

       01  proof-bad-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "***** FILE OUT OF PROOF - REFER TO THE BANK".

      *--------------Loop Switches-------------------------------
       01  sw-remit-eof                 pic x value 'n'.
       01  sw-trailer-seen              pic x value 'n'.
       01  ws-remit-status              pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-lact-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-susp-status               pic xx value spaces.
       01  sw-chgo-off                  pic x value 'n'.

      *--------------Per-Payment Work Fields----------------------
       01  ws-charged-off-sw            pic x value 'n'.
           88 ws-charged-off                 value 'y'.
       01  ws-suspend-reason            pic x value space.
       01  ws-pay-amount                pic 9(6)v99 value 0.

      *    the movement names the bank's own reference, the same way
      *    the IA51 screen describes a re-pointed item
       01  ws-bank-desc.
           05 filler                    pic x(5) value "BANK ".
           05 ws-bd-ref                 pic x(12).
           05 filler                    pic x(3) value spaces.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-items            pic 9(7) value 0.
           05 ws-count-posted           pic 9(7) value 0.
           05 ws-count-recovered        pic 9(7) value 0.
           05 ws-count-suspended        pic 9(7) value 0.
           05 ws-count-susp-failed      pic 9(7) value 0.
           05 ws-count-unknown          pic 9(7) value 0.
       01 ws-amount-posted              pic 9(9)v99 value 0.
       01 ws-amount-suspended           pic 9(9)v99 value 0.
       01 ws-count-accounted            pic 9(7) value 0.
       01 ws-amount-accounted           pic 9(9)v99 value 0.
       01 ws-trailer-count              pic 9(7) value 0.
       01 ws-trailer-amount             pic 9(9)v99 value 0.

       01 ws-today-yyyymmdd             pic 9(8).

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.

      *    no bank file means the bank sent nothing today
           open input remit-file.
           if ws-remit-status not = "00"
               display "NO BANK REMITTANCE FILE - NOTHING TO DO"
               stop run
           end-if.

           read remit-file at end move 'y' to sw-remit-eof.
           if sw-remit-eof = 'y' or rh-type not = "H"
               or rh-file-date is not numeric
               or rh-file-no is not numeric
               display "BANK FILE HAS NO VALID HEADER - REFUSED"
               close remit-file
               stop run
           end-if.

           open i-o acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               stop run
           end-if.

           open i-o tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
               stop run
           end-if.

      *    first run creates the activity and suspense files, then
      *    reopens them i-o
           open i-o lact-file.
           if ws-lact-status = "35"
               open output lact-file
               close lact-file
               open i-o lact-file
           end-if.

      *    without a suspense file an unmatched payment would have
      *    nowhere to go - the run does not start
           open i-o susp-file.
           if ws-susp-status = "35"
               open output susp-file
               close susp-file
               open i-o susp-file
           end-if.
           if ws-susp-status not = "00"
               display "SUSPFILE OPEN FAILED - STATUS: " ws-susp-status
               stop run
           end-if.

           open i-o chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.

      *    claimed only once every file the posting needs is open -
      *    a run that stops on an open failure leaves the bank file
      *    unclaimed, so the rerun is not refused as a duplicate
           perform 050-claim-bank-file.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           move rh-bank-id to fl-bank-id.
           move rh-file-date to fl-file-date.
           move rh-file-no to fl-file-no.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from file-line
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read remit-file at end move 'y' to sw-remit-eof.
           perform 100-take-one-line
               until sw-remit-eof = 'y' or sw-trailer-seen = 'y'.

           perform 900-print-totals.

           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close remit-file,
                 acct-file,
                 tran-file,
                 lact-file,
                 susp-file,
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

       050-claim-bank-file.

      *    a bank file is posted once. the file is claimed on the
      *    'BANKLAST' record before the first payment posts, so a
      *    rerun - of today's file or an old one sent again - is
      *    refused rather than paying every customer twice. without
      *    the control file that cannot be promised, so nothing
      *    posts.
           open i-o ctl-file.
           if ws-ctl-status not = "00"
               display "CTLFILE OPEN FAILED - STATUS: " ws-ctl-status
                   " - CANNOT PROVE FILE NOT ALREADY POSTED"
               close remit-file
               stop run
           end-if.

           move "BANKLAST" to fd-ctlkey.
           read ctl-file into CTLREC
               invalid key continue
           end-read.

           if ws-ctl-status = "00"
               if rh-file-date < CTL-BANK-FILE-DATE
                   or (rh-file-date = CTL-BANK-FILE-DATE
                       and rh-file-no not > CTL-BANK-FILE-NO)
                   display "BANK FILE " rh-file-date "/" rh-file-no
                       " ALREADY POSTED - REFUSED"
                   close ctl-file,
                         remit-file
                   stop run
               end-if
               move rh-file-date to CTL-BANK-FILE-DATE
               move rh-file-no to CTL-BANK-FILE-NO
               rewrite ctl-file-record from CTLREC
           else
               move spaces to CTLREC
               move "BANKLAST" to CTL-RECORD-ID
               move rh-file-date to CTL-BANK-FILE-DATE
               move rh-file-no to CTL-BANK-FILE-NO
               write ctl-file-record from CTLREC
                   invalid key continue
               end-write
           end-if.

           if ws-ctl-status not = "00"
               display "BANKLAST NOT RECORDED - STATUS: " ws-ctl-status
                   " - FILE NOT POSTED"
               close ctl-file,
                     remit-file
               stop run
           end-if.

           close ctl-file.

       100-take-one-line.

           if rd-type = "D"
               perform 200-take-payment
           else
           if rd-type = "T"
               move 'y' to sw-trailer-seen
               if rt-count is numeric
                   move rt-count to ws-trailer-count
               end-if
               if rt-amount is numeric
                   move rt-amount to ws-trailer-amount
               end-if
           else
               add 1 to ws-count-unknown
               display "UNRECOGNISED BANK FILE LINE SKIPPED: "
                   remit-detail
           end-if
           end-if.

           if sw-trailer-seen not = 'y'
               read remit-file at end move 'y' to sw-remit-eof
           end-if.

       200-take-payment.

           add 1 to ws-count-items.
           move space to ws-suspend-reason.
           move 'n' to ws-charged-off-sw.

           move spaces to detail-line.
           move ws-count-items to dl-item.
           move rd-bank-ref to dl-bank-ref.
           move rd-acctcode to dl-acctcode.
           move rd-acctno to dl-acctno.

      *    a line that will not edit still goes to suspense - the
      *    bank has the money even if the line is garbled
           if rd-amount-x is numeric
               move rd-amount to ws-pay-amount
           else
               move 0 to ws-pay-amount
           end-if.
           move ws-pay-amount to dl-amount.

           perform 210-edit-payment.

           if ws-suspend-reason = space
               perform 220-post-payment
           end-if.

           if ws-suspend-reason not = space
               perform 300-suspend-item
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

       210-edit-payment.

      *    a line that will not edit, an account that is not on file
      *    and a closed account all leave the money in suspense
           if ws-pay-amount = 0 or rd-acctno is not numeric
               move "I" to ws-suspend-reason
           else
               move rd-acctkey to fd-acctkey
               read acct-file into ACCTREC
                   invalid key continue
               end-read
               if ws-acct-status not = "00"
                   move "N" to ws-suspend-reason
               else
                   if ACCT-STAT-CLOSED or STAT = "Z"
                       move "C" to ws-suspend-reason
                   end-if
               end-if
           end-if.

       220-post-payment.

           perform 230-check-charged-off.

           perform 240-write-payment-tran.

      *    the movement goes on first - a payment that cannot be
      *    journalled moves no balance and waits in suspense instead
           if ws-tran-status not = "00"
               move "F" to ws-suspend-reason
           else
      *    a recovery leaves the written-off balance where it is
               if ws-charged-off
                   perform 250-post-recovery
                   add 1 to ws-count-recovered
                   move "RECOVERY ON CHARGED-OFF ACCOUNT"
                       to dl-outcome
               else
                   compute CURBAL = CURBAL - ws-pay-amount
                   rewrite acct-file-record from ACCTREC
                   move "POSTED" to dl-outcome
               end-if
               perform 260-stamp-activity
               add 1 to ws-count-posted
               add ws-pay-amount to ws-amount-posted
           end-if.

       230-check-charged-off.

           if sw-chgo-off not = 'y'
               move ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key continue
               end-read
               if ws-chgo-status = "00" and CHGO-WRITTEN-OFF
                   move 'y' to ws-charged-off-sw
               end-if
           end-if.

       240-write-payment-tran.

      *    the 4xx sequence range keeps this run's postings clear of
      *    the late fee, charge-off, escheat, standing-order and
      *    accrual runs
           move rd-bank-ref to ws-bd-ref.
           move spaces to TRANREC.
           move ACCTKEY to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 401 to TRAN-SEQ.
           move "C" to TRAN-TYPE.
           move ws-pay-amount to TRAN-AMOUNT.
           move "DCIA2BPI" to TRAN-USERID.
           move ws-bank-desc to TRAN-DESC.
           move "BP" to TRAN-CODE.

           move spaces to ws-tran-status.
           perform 245-write-one-payment-tran
               until ws-tran-status = "00"
                   or TRAN-SEQ = 499.

       245-write-one-payment-tran.

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
                   move 499 to TRAN-SEQ
               end-if
           end-if.

       250-post-recovery.

      *    the movement is already on TRANFILE - a failure here only
      *    costs the running total, which DCIA2GLB does not depend on
           add ws-pay-amount to CHGO-RECOVERED.
           move ws-today-yyyymmdd to CHGO-LAST-RECOVERY.
           rewrite chgo-file-record from CHGOREC.

       260-stamp-activity.

      *    a missing record is simply created - any failure here is
      *    not allowed to undo the posting already made
           move ACCTKEY to LACT-ACCTKEY.
           move LACT-ACCTKEY to fd-lactkey.
           read lact-file into LACTREC
               invalid key continue
           end-read.

           move ACCTKEY to LACT-ACCTKEY.
           move ws-today-yyyymmdd to LACT-DATE.
           if ws-lact-status = "00"
               rewrite lact-file-record from LACTREC
           else
               write lact-file-record from LACTREC
                   invalid key continue
               end-write
           end-if.

       300-suspend-item.

           move spaces to SUSPREC.
           move rh-file-date to SUSP-FILE-DATE.
           move ws-count-items to SUSP-ITEM.
           move rd-bank-ref to SUSP-BANK-REF.
           move rd-acctkey to SUSP-QUOTED-ACCTKEY.
           move ws-pay-amount to SUSP-AMOUNT.
           if rd-value-date is numeric
               move rd-value-date to SUSP-VALUE-DATE
           else
               move 0 to SUSP-VALUE-DATE
           end-if.
           move rd-payer to SUSP-PAYER.
           move ws-suspend-reason to SUSP-REASON.
           set SUSP-OPEN to true.
           move 0 to SUSP-POST-DATE.
           move 0 to SUSP-POST-SEQ.

      *    a second file on the same date numbers its items from 1
      *    again - a taken item number steps to the next free one
           move spaces to ws-susp-status.
           perform 310-write-one-suspense
               until ws-susp-status = "00"
                   or SUSP-ITEM = 99999.

           if ws-susp-status = "00"
               add 1 to ws-count-suspended
               add ws-pay-amount to ws-amount-suspended
               evaluate ws-suspend-reason
                   when "I"
                       move "SUSPENSE - LINE WILL NOT EDIT"
                           to dl-outcome
                   when "N"
                       move "SUSPENSE - NO SUCH ACCOUNT" to dl-outcome
                   when "C"
                       move "SUSPENSE - ACCOUNT CLOSED" to dl-outcome
                   when other
                       move "SUSPENSE - POSTING FAILED" to dl-outcome
               end-evaluate
               move SUSP-ITEM to dl-item
           else
               add 1 to ws-count-susp-failed
               move "***** NOT POSTED, NOT IN SUSPENSE"
                   to dl-outcome
               display "***** DCIA2BPI: BANK REF " rd-bank-ref
                   " NEITHER POSTED NOR SUSPENDED - STATUS "
                   ws-susp-status
           end-if.

       310-write-one-suspense.

           move SUSP-KEY to fd-suspkey.
           write susp-file-record from SUSPREC
               invalid key continue
           end-write.
           if ws-susp-status = "22"
               add 1 to SUSP-ITEM
               move spaces to ws-susp-status
           else
               if ws-susp-status not = "00"
                   move 99999 to SUSP-ITEM
               end-if
           end-if.

       900-print-totals.

           move "PAYMENT LINES READ" to cl-label.
           move ws-count-items to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "POSTED" to cl-label.
           move ws-count-posted to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  OF WHICH RECOVERIES" to cl-label.
           move ws-count-recovered to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SENT TO SUSPENSE" to cl-label.
           move ws-count-suspended to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "NOT POSTED OR SUSPENDED" to cl-label.
           move ws-count-susp-failed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "LINES NOT RECOGNISED" to cl-label.
           move ws-count-unknown to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "AMOUNT POSTED" to al-label.
           move ws-amount-posted to al-amount.
           write report-print-line from amount-line
               after advancing 2 lines.

           move "AMOUNT TO SUSPENSE" to al-label.
           move ws-amount-suspended to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

      *    the bank's trailer is proved against what this run did
      *    with the money - every payment is either posted or in
      *    suspense, or the file is out of proof
           compute ws-count-accounted =
               ws-count-posted + ws-count-suspended.
           compute ws-amount-accounted =
               ws-amount-posted + ws-amount-suspended.

           move "TRAILER COUNT" to cl-label.
           move ws-trailer-count to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "TRAILER AMOUNT" to al-label.
           move ws-trailer-amount to al-amount.
           write report-print-line from amount-line
               after advancing 1 line.

           if sw-trailer-seen = 'y'
               and ws-trailer-count = ws-count-accounted
               and ws-trailer-amount = ws-amount-accounted
               and ws-count-unknown = 0
               write report-print-line from proof-ok-line
                   after advancing 2 lines
           else
               write report-print-line from proof-bad-line
                   after advancing 2 lines
               if sw-trailer-seen not = 'y'
                   display "***** DCIA2BPI: BANK FILE HAS NO TRAILER"
                       " - OUT OF PROOF"
               else
                   display "***** DCIA2BPI: TRAILER " ws-trailer-count
                       " ITEMS " ws-trailer-amount " - ACCOUNTED "
                       ws-count-accounted " ITEMS "
                       ws-amount-accounted " - OUT OF PROOF"
               end-if
           end-if.

       end program DCIA2BPI.
