       identification division.
       program-id. DCIA2COR.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the month's posted movements - run at month-end ahead of
      *    the DCIA2TAR archive step, while the whole month is still
      *    on the live file.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is sequential
           record key is fd-trankey
           file status is ws-tran-status.

      *    the charge-off file - a credit dated after an account's
      *    write-off is a recovery, the same test the GL bridge
      *    applies night by night.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

           select report-file
           assign to "../../../data/DCIA2COR.out"
           organization is line sequential.

       data division.
       file section.

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, CHG-OFF/RCVY".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(36)
               value "MONTHLY CHARGE-OFF/RECOVERY REPORT ".
           05 rh-month                  pic 9(6).

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BRANCH".
           05 filler                    pic x(24)
               value "      CHARGED OFF       ".
           05 filler                    pic x(24)
               value "       RECOVERED        ".
           05 filler                    pic x(16)
               value "       NET LOSS".

       01  branch-line.
           05 filler                    pic x(3) value spaces.
           05 bl-branch                 pic x(3).
           05 filler                    pic x(5) value spaces.
           05 bl-co-count               pic zzzz9.
           05 filler                    pic x value space.
           05 bl-co-amount              pic $$$,$$$,$$9.99.
           05 filler                    pic x(4) value spaces.
           05 bl-rc-count               pic zzzz9.
           05 filler                    pic x value space.
           05 bl-rc-amount              pic $$$,$$$,$$9.99.
           05 filler                    pic x(4) value spaces.
           05 bl-net                    pic $$$,$$$,$$9.99-.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(20).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-tran-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  sw-chgo-off                  pic x value 'n'.

      *--------------Per-Branch Month Totals----------------------
       01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
               10 ws-branch-code        pic x(3).
               10 ws-branch-co-count    pic 9(5).
               10 ws-branch-co-amount   pic 9(7)v99.
               10 ws-branch-rc-count    pic 9(5).
               10 ws-branch-rc-amount   pic 9(7)v99.

       01 ws-branch-count-entries       pic 99 value 0.
       01 ws-branch-idx                 pic 99 value 0.
       01 ws-branch-match-idx           pic 99 value 0.
       01 ws-branch-found-sw            pic x value "N".
           88 ws-branch-found                value "Y".

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-in-month         pic 9(7) value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-today-parts redefines ws-today-yyyymmdd.
           05 ws-today-yyyymm           pic 9(6).
           05 filler                    pic 99.
       01 ws-tran-yyyymm                pic 9(6).
       01 ws-recovery-sw                pic x value "N".
           88 ws-is-recovery                 value "Y".

       01 ws-total-co-count             pic 9(5) value 0.
       01 ws-total-co-amount            pic 9(7)v99 value 0.
       01 ws-total-rc-count             pic 9(5) value 0.
       01 ws-total-rc-amount            pic 9(7)v99 value 0.
       01 ws-net-loss                   pic s9(7)v99 value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

           open input tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: " ws-tran-status
               stop run
           end-if.

      *    no charge-off file means nothing has ever been written
      *    off - the report still prints, empty, for the month-end
      *    pack
           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
               move 'y' to sw-eof
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.
           move ws-today-yyyymm to rh-month.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           if sw-eof not = 'y'
               read tran-file into TRANREC at end move 'y' to sw-eof
           end-if.
           perform 000-total-one-posting until sw-eof = 'y'.

           perform 900-print-report.

           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.
           close tran-file,
                 report-file.
           stop run.

       000-total-one-posting.

           add 1 to ws-count-read.
           move TRAN-DATE(1:6) to ws-tran-yyyymm.

           if ws-tran-yyyymm = ws-today-yyyymm
               if TRAN-USERID = "DCIA2CHO"
                   perform 100-find-branch-entry
                   if ws-branch-found
                       add 1 to ws-branch-co-count(ws-branch-match-idx)
                       add TRAN-AMOUNT
                           to ws-branch-co-amount(ws-branch-match-idx)
                   end-if
               else
               if TRAN-TYPE-CREDIT
                   perform 200-check-recovery
                   if ws-is-recovery
                       perform 100-find-branch-entry
                       if ws-branch-found
                           add 1 to
                               ws-branch-rc-count(ws-branch-match-idx)
                           add TRAN-AMOUNT to
                               ws-branch-rc-amount(ws-branch-match-idx)
                       end-if
                   end-if
               end-if
               end-if
           end-if.

           read tran-file into TRANREC at end move 'y' to sw-eof.

       100-find-branch-entry.

           add 1 to ws-count-in-month.
           move "N" to ws-branch-found-sw.
           perform 110-check-branch-entry
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           if not ws-branch-found and ws-branch-count-entries < 50
               add 1 to ws-branch-count-entries
               move TRAN-ACCTCODE
                   to ws-branch-code(ws-branch-count-entries)
               move 0 to ws-branch-co-count(ws-branch-count-entries)
               move 0 to ws-branch-co-amount(ws-branch-count-entries)
               move 0 to ws-branch-rc-count(ws-branch-count-entries)
               move 0 to ws-branch-rc-amount(ws-branch-count-entries)
               move ws-branch-count-entries to ws-branch-match-idx
               set ws-branch-found to true
           end-if.

           if not ws-branch-found
               display "BRANCH TABLE FULL - " TRAN-ACCTCODE
                   " NOT POSTED TO REPORT TOTALS"
           end-if.

       110-check-branch-entry.

           if ws-branch-code(ws-branch-idx) = TRAN-ACCTCODE
               set ws-branch-found to true
               move ws-branch-idx to ws-branch-match-idx
           end-if.

       200-check-recovery.

      *    same rule as the GL bridge - only a credit dated after
      *    the write-off is a recovery
           move "N" to ws-recovery-sw.
           move TRAN-ACCTKEY to fd-chgokey.
           read chgo-file into CHGOREC
               invalid key continue
           end-read.
           if ws-chgo-status = "00"
               and CHGO-WRITTEN-OFF
               and TRAN-DATE > CHGO-DATE
               set ws-is-recovery to true
           end-if.

       900-print-report.

           perform 910-print-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           move "ALL" to bl-branch.
           move ws-total-co-count to bl-co-count.
           move ws-total-co-amount to bl-co-amount.
           move ws-total-rc-count to bl-rc-count.
           move ws-total-rc-amount to bl-rc-amount.
           compute ws-net-loss =
               ws-total-co-amount - ws-total-rc-amount.
           move ws-net-loss to bl-net.
           write report-print-line from branch-line
               after advancing 2 lines.

           move "POSTINGS READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "POSTINGS REPORTED" to cl-label.
           move ws-count-in-month to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       910-print-one-branch.

           move ws-branch-code(ws-branch-idx) to bl-branch.
           move ws-branch-co-count(ws-branch-idx) to bl-co-count.
           move ws-branch-co-amount(ws-branch-idx) to bl-co-amount.
           move ws-branch-rc-count(ws-branch-idx) to bl-rc-count.
           move ws-branch-rc-amount(ws-branch-idx) to bl-rc-amount.
           compute ws-net-loss =
               ws-branch-co-amount(ws-branch-idx)
               - ws-branch-rc-amount(ws-branch-idx).
           move ws-net-loss to bl-net.
           write report-print-line from branch-line
               after advancing 1 line.

           add ws-branch-co-count(ws-branch-idx) to ws-total-co-count.
           add ws-branch-co-amount(ws-branch-idx)
               to ws-total-co-amount.
           add ws-branch-rc-count(ws-branch-idx) to ws-total-rc-count.
           add ws-branch-rc-amount(ws-branch-idx)
               to ws-total-rc-amount.

       end program DCIA2COR.
