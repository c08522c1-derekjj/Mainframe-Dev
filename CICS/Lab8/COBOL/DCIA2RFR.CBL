       identification division.
       program-id. DCIA2RFR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every refund ever raised on IA61 - nothing is deleted, so
      *    the file is the whole register.
           select rfnd-file
           assign to "RFNDFILE"
           organization is indexed
           access mode is sequential
           record key is fd-rfndkey
           file status is ws-rfnd-status.

      *    a paid refund names the debit the payment run posted -
      *    read directly to prove the money left the account.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-trankey
           file status is ws-tran-status.

      *    the suite-wide exception repository - every refund that
      *    does not square lands there for accounting to clear.
           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select report-file
           assign to "../../../data/DCIA2RFR.out"
           organization is line sequential.

       data division.
       file section.

       fd  rfnd-file
           record contains 95 characters.
       01  rfnd-file-record.
           05 fd-rfndkey                pic x(11).
           05 filler                    pic x(84).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  except-log-file
           data record is except-log-line.
       01  except-log-line.
           05 el-job-name               pic x(8).
           05 el-run-date               pic 9(8).
           05 el-record-key             pic x(20).
           05 el-reason                 pic x(30).
           05 el-status                 pic x.
           05 el-fixed-by               pic x(8).
           05 el-fixed-date             pic 9(8).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY CREDIT-BALANCE REFUND RECORD LAYOUT
       COPY 'RFNDREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, REFUNDS".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "CREDIT-BALANCE REFUND REGISTER".

       01  exception-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(14) value "REFUND".
           05 filler                    pic x(7) value "STATUS".
           05 filler                    pic x(14) value "       AMOUNT".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(9) value "EXCEPTION".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x value "-".
           05 dl-refund-seq             pic 9(3).
           05 filler                    pic x value space.
           05 dl-status                 pic x.
           05 filler                    pic x(6) value spaces.
           05 dl-amount                 pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 dl-reason                 pic x(30).

       01  register-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(24) value "STATUS".
           05 filler                    pic x(9) value "    COUNT".
           05 filler                    pic x(16)
               value "          AMOUNT".

       01  register-line.
           05 filler                    pic x(3) value spaces.
           05 rl-label                  pic x(24).
           05 filler                    pic x(2) value spaces.
           05 rl-count                  pic zzzzzz9.
           05 filler                    pic x(2) value spaces.
           05 rl-amount                 pic $$$,$$$,$$9.99.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

       01  verdict-line.
           05 filler                    pic x(3) value spaces.
           05 vl-text                   pic x(60).

      *--------------Loop Switches-------------------------------
       01  sw-rfnd-eof                  pic x value 'n'.
       01  sw-tran-off                  pic x value 'n'.
       01  ws-rfnd-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.

      *--------------Register Totals------------------------------
      *    every refund read is counted as raised, then once more
      *    under the status it stands at - the four statuses must
      *    account for every refund raised
       01 ws-register.
           05 ws-raised-count           pic 9(7) value 0.
           05 ws-raised-amount          pic 9(9)v99 value 0.
           05 ws-requested-count        pic 9(7) value 0.
           05 ws-requested-amount       pic 9(9)v99 value 0.
           05 ws-approved-count         pic 9(7) value 0.
           05 ws-approved-amount        pic 9(9)v99 value 0.
           05 ws-paid-count             pic 9(7) value 0.
           05 ws-paid-amount            pic 9(9)v99 value 0.
           05 ws-cancelled-count        pic 9(7) value 0.
           05 ws-cancelled-amount       pic 9(9)v99 value 0.
       01 ws-sum-count                  pic 9(7) value 0.
       01 ws-sum-amount                 pic 9(9)v99 value 0.
       01 ws-count-exceptions           pic 9(7) value 0.
       01 ws-count-paid-checked         pic 9(7) value 0.

      *    one open refund per account - the register walks in
      *    account order, so a second open one shows up straight
      *    behind the first
       01 ws-prev-acctkey               pic x(8) value spaces.
       01 ws-open-on-acct               pic 9(3) value 0.

       01 ws-today-yyyymmdd             pic 9(8).

      *--------------Exception Log Entry-------------------------
       01  ws-this-job-name             pic x(8) value "DCIA2RFR".
       01  ws-except-key.
           05 filler                    pic x(7) value "REFUND ".
           05 ws-except-acctkey         pic x(8).
           05 filler                    pic x value "-".
           05 ws-except-seq             pic 9(3).
           05 filler                    pic x value space.
       01  ws-except-reason             pic x(30) value spaces.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

      *    no refund file means no refund has been raised yet
           open input rfnd-file.
           if ws-rfnd-status = "35"
               display "no refund file - nothing to do"
               stop run
           end-if.
           if ws-rfnd-status not = "00"
               display "RFNDFILE OPEN FAILED - STATUS: " ws-rfnd-status
               stop run
           end-if.

      *    without the postings the paid refunds cannot be proved -
      *    the register still balances, and says what it skipped
           open input tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
                   " - PAID REFUNDS NOT CHECKED"
               move 'y' to sw-tran-off
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from exception-heading
               after advancing 2 lines.

           read rfnd-file into RFNDREC at end move 'y' to sw-rfnd-eof.
           perform 100-register-one-refund until sw-rfnd-eof = 'y'.

           if sw-tran-off not = 'y'
               close tran-file
           end-if.
           close rfnd-file.

           perform 900-print-register.

           close report-file.
           stop run.

       100-register-one-refund.

           add 1 to ws-raised-count.
           add RFND-AMOUNT to ws-raised-amount.

           if RFND-ACCTKEY not = ws-prev-acctkey
               move RFND-ACCTKEY to ws-prev-acctkey
               move 0 to ws-open-on-acct
           end-if.

           if RFND-REQUESTED
               add 1 to ws-requested-count
               add RFND-AMOUNT to ws-requested-amount
               perform 150-count-open-refund
           else
           if RFND-APPROVED
               add 1 to ws-approved-count
               add RFND-AMOUNT to ws-approved-amount
               perform 150-count-open-refund
           else
           if RFND-PAID
               add 1 to ws-paid-count
               add RFND-AMOUNT to ws-paid-amount
               if sw-tran-off not = 'y'
                   perform 200-check-paid-debit
               end-if
           else
           if RFND-CANCELLED
               add 1 to ws-cancelled-count
               add RFND-AMOUNT to ws-cancelled-amount
           else
               move "UNKNOWN REFUND STATUS" to ws-except-reason
               perform 800-raise-exception
           end-if
           end-if
           end-if
           end-if.

           read rfnd-file into RFNDREC at end move 'y' to sw-rfnd-eof.

       150-count-open-refund.

           add 1 to ws-open-on-acct.
           if ws-open-on-acct > 1
               move "MORE THAN ONE OPEN REFUND" to ws-except-reason
               perform 800-raise-exception
           end-if.

       200-check-paid-debit.

      *    the debit must be there, for the refund's own amount, and
      *    posted under the refund code - anything else means the
      *    money and the register have parted company
           add 1 to ws-count-paid-checked.
           move spaces to TRANREC.
           move RFND-ACCTKEY to TRAN-ACCTKEY.
           move RFND-PAID-DATE to TRAN-DATE.
           move RFND-PAID-SEQ to TRAN-SEQ.
           move TRAN-KEY to fd-trankey.
           read tran-file into TRANREC
               invalid key continue
           end-read.

           if ws-tran-status not = "00"
               move "PAID - DEBIT NOT ON TRANFILE" to ws-except-reason
               perform 800-raise-exception
           else
           if TRAN-CODE not = "RF"
               or not TRAN-TYPE-DEBIT
               move "PAID - DEBIT IS NOT A REFUND" to ws-except-reason
               perform 800-raise-exception
           else
           if TRAN-AMOUNT not = RFND-AMOUNT
               move "PAID - DEBIT AMOUNT DIFFERS" to ws-except-reason
               perform 800-raise-exception
           end-if
           end-if
           end-if.

       800-raise-exception.

           add 1 to ws-count-exceptions.

           move spaces to detail-line.
           move RFND-ACCTCODE to dl-acctcode.
           move RFND-ACCTNO to dl-acctno.
           move RFND-SEQ to dl-refund-seq.
           move RFND-STATUS to dl-status.
           move RFND-AMOUNT to dl-amount.
           move ws-except-reason to dl-reason.
           write report-print-line from detail-line
               after advancing 1 line.

           move RFND-ACCTKEY to ws-except-acctkey.
           move RFND-SEQ to ws-except-seq.

      *    the record is built only after the open - the open resets
      *    the record area
           open extend except-log-file.
           if ws-exceptlog-status not = "00"
               and ws-exceptlog-status not = "05"
               open output except-log-file
           end-if.
           move spaces to except-log-line.
           move ws-this-job-name to el-job-name.
           move ws-today-yyyymmdd to el-run-date.
           move ws-except-key to el-record-key.
           move ws-except-reason to el-reason.
           move "O" to el-status.
           move spaces to el-fixed-by.
           move 0 to el-fixed-date.
           write except-log-line.
           close except-log-file.

       900-print-register.

           write report-print-line from register-heading
               after advancing 3 lines.

           move "REQUESTED - AWAITING" to rl-label.
           move ws-requested-count to rl-count.
           move ws-requested-amount to rl-amount.
           write report-print-line from register-line
               after advancing 2 lines.

           move "APPROVED - TO BE PAID" to rl-label.
           move ws-approved-count to rl-count.
           move ws-approved-amount to rl-amount.
           write report-print-line from register-line
               after advancing 1 line.

           move "PAID" to rl-label.
           move ws-paid-count to rl-count.
           move ws-paid-amount to rl-amount.
           write report-print-line from register-line
               after advancing 1 line.

           move "CANCELLED" to rl-label.
           move ws-cancelled-count to rl-count.
           move ws-cancelled-amount to rl-amount.
           write report-print-line from register-line
               after advancing 1 line.

           compute ws-sum-count = ws-requested-count
               + ws-approved-count + ws-paid-count
               + ws-cancelled-count.
           compute ws-sum-amount = ws-requested-amount
               + ws-approved-amount + ws-paid-amount
               + ws-cancelled-amount.

           move "  = ACCOUNTED FOR" to rl-label.
           move ws-sum-count to rl-count.
           move ws-sum-amount to rl-amount.
           write report-print-line from register-line
               after advancing 1 line.

           move "REFUNDS RAISED" to rl-label.
           move ws-raised-count to rl-count.
           move ws-raised-amount to rl-amount.
           write report-print-line from register-line
               after advancing 2 lines.

           if ws-sum-count = ws-raised-count
               and ws-sum-amount = ws-raised-amount
               move "REGISTER BALANCES - EVERY REFUND ACCOUNTED FOR"
                   to vl-text
           else
               move "REGISTER OUT OF BALANCE - SEE EXCEPTIONS ABOVE"
                   to vl-text
           end-if.
           write report-print-line from verdict-line
               after advancing 2 lines.

           if sw-tran-off = 'y'
               move "TRANFILE UNAVAILABLE - PAID REFUNDS NOT CHECKED"
                   to vl-text
               write report-print-line from verdict-line
                   after advancing 1 line
           end-if.

           move "PAID REFUNDS CHECKED" to cl-label.
           move ws-count-paid-checked to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "EXCEPTIONS LOGGED" to cl-label.
           move ws-count-exceptions to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2RFR.
