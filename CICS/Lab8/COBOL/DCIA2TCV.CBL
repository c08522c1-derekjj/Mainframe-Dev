       identification division.
       program-id. DCIA2TCV.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

      * ONE-TIME TRANSACTION-CODE CONVERSION. EVERY POSTING NOW
      * CARRIES A TRANSACTION CODE FROM TCODFILE, APPENDED TO THE
      * 56-BYTE RECORD. THE LIVE FILE AND THE ARCHIVE ARE READ UNDER
      * THEIR OLD LAYOUT (DECLARED HERE, NOT FROM THE COPYBOOK, WHICH
      * ALREADY DESCRIBES THE NEW SHAPE) AND WRITTEN TO NEW FILES
      * WITH THE CODE EACH POSTING WOULD HAVE BEEN GIVEN - WORKED
      * OUT FROM THE RUN THAT POSTED IT AND THE FIXED WORDING EACH
      * PROGRAM WRITES. A PLAIN OPERATOR DEBIT IS TAKEN AS A
      * PURCHASE AND A PLAIN OPERATOR CREDIT AS A PAYMENT. THE
      * STARTING SET OF CODES IS SEEDED ONTO TCODFILE AT THE SAME
      * TIME - A CODE ALREADY ON FILE IS LEFT AS OPERATIONS HAS IT.
      * OPERATIONS SWAPS THE NEW FILES IN, AS WITH DCIA2DTC.

       environment division.
       input-output section.
       file-control.

           select old-tran assign to "TRANFILE"
           organization is indexed access mode is sequential
           record key is ot-key file status is ws-old-status.
           select new-tran assign to "TRANNEW"
           organization is indexed access mode is sequential
           record key is nt-key file status is ws-new-status.

           select old-tarc assign to "TRANARCH"
           organization is indexed access mode is sequential
           record key is oa-key file status is ws-old-status.
           select new-tarc assign to "TARCNEW"
           organization is indexed access mode is sequential
           record key is na-key file status is ws-new-status.

      *    random - the seed table is in reading order, not key
      *    order, and a code already on file must survive
           select tcod-file assign to "TCODFILE"
           organization is indexed access mode is random
           record key is fd-tcodkey file status is ws-tcod-status.

           select report-file
           assign to "../../../data/DCIA2TCV.out"
           organization is line sequential.

       data division.
       file section.

      *    the OLD layout, exactly as the files were cut before the
      *    transaction code existed
       fd  old-tran
           record contains 56 characters.
       01  old-tran-record.
           05 ot-key                     pic x(19).
           05 ot-type                    pic x.
           05 ot-amount                  pic x(8).
           05 ot-userid                  pic x(8).
           05 ot-desc                    pic x(20).

       fd  new-tran
           record contains 58 characters.
       01  new-tran-record.
           05 nt-key                     pic x(19).
           05 nt-rest                    pic x(39).

       fd  old-tarc
           record contains 56 characters.
       01  old-tarc-record.
           05 oa-key                     pic x(19).
           05 filler                     pic x(37).

       fd  new-tarc
           record contains 58 characters.
       01  new-tarc-record.
           05 na-key                     pic x(19).
           05 na-rest                    pic x(39).

       fd  tcod-file
           record contains 32 characters.
       01  tcod-file-record.
           05 fd-tcodkey                 pic x(2).
           05 filler                     pic x(30).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY TRANSACTION-CODE REFERENCE RECORD LAYOUT
       COPY 'TCODREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, TRAN CODES".
           05  filler                   pic x(5) value spaces.
           05  nl-run-date              pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-run-time              pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "ONE-TIME TRANSACTION CODE CONVERSION".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-old-status                pic xx value spaces.
       01  ws-new-status                pic xx value spaces.
       01  ws-tcod-status               pic xx value spaces.

      *--------------Starting Code Set---------------------------
      *    code, wording, direction, gl account, statement group,
      *    interest for the tax slips, open to operators on IA25 -
      *    laid out exactly as TCODREC
       01  ws-seed-values.
           05 filler                    pic x(32) value
               "PUPURCHASE            D200000UNY".
           05 filler                    pic x(32) value
               "PYPAYMENT             C200000PNY".
           05 filler                    pic x(32) value
               "ADDEBIT ADJUSTMENT    D200000ONY".
           05 filler                    pic x(32) value
               "ACCREDIT ADJUSTMENT   C200000ONY".
           05 filler                    pic x(32) value
               "FESERVICE FEE         D410000FNY".
           05 filler                    pic x(32) value
               "BPBANK PAYMENT        C200000PNN".
           05 filler                    pic x(32) value
               "SDSTANDING ORDER DR   D200000UNN".
           05 filler                    pic x(32) value
               "SCSTANDING ORDER CR   C200000PNN".
           05 filler                    pic x(32) value
               "ININTEREST/SERVICE CHGD410000IYN".
           05 filler                    pic x(32) value
               "LFLATE PAYMENT FEE    D410000FNN".
           05 filler                    pic x(32) value
               "COBALANCE CHARGED OFF C510000ONN".
           05 filler                    pic x(32) value
               "ESESCHEAT TO PROVINCE D230000ONN".
           05 filler                    pic x(32) value
               "MIBALANCE MOVED IN    D200000ONN".
           05 filler                    pic x(32) value
               "MOBALANCE MOVED OUT   C200000ONN".
           05 filler                    pic x(32) value
               "DPDISPUTE PROV CREDIT C200000ONN".
           05 filler                    pic x(32) value
               "DRDISPUTE REVERSAL    D200000ONN".
           05 filler                    pic x(32) value
               "RFCREDIT BAL REFUND   D250000ONN".
       01  ws-seed-table redefines ws-seed-values.
           05 ws-seed-entry             pic x(32) occurs 17.
       77  ws-seed-count                pic 9(2) value 17.
       77  ws-seed-idx                  pic 9(2) value 0.

      *--------------Counts---------------------------------------
       01 ws-counts.
           05 ws-count-tran             pic 9(7) value 0.
           05 ws-count-tarc             pic 9(7) value 0.
           05 ws-count-seeded           pic 9(7) value 0.
           05 ws-count-kept             pic 9(7) value 0.
      *    postings with nothing to tell them apart but their
      *    direction - taken as purchases and payments
           05 ws-count-plain            pic 9(7) value 0.
      *    a write the new file refused - zero or the conversion
      *    did not happen and must not be swapped in
           05 ws-count-rejected         pic 9(7) value 0.

       01  reject-warning-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "***** CONVERSION NOT CLEAN - DO NOT SWAP FILES IN".

       procedure division.

           perform 100-seed-tcodfile.
           perform 200-convert-tranfile.
           perform 300-convert-tranarch.

           perform 900-print-report.
           stop run.

       050-derive-code.

      *    TRANREC holds the old record with the code still blank.
      *    a reversal or correction made on IA25 carries the code
      *    of the operator posting it names - a reversal runs
      *    opposite to that posting, a correction the same way
           if TRAN-DESC(1:7) = "REV OF "
               if TRAN-TYPE-CREDIT
                   move "PU" to TRAN-CODE
               else
                   move "PY" to TRAN-CODE
               end-if
           else
           if TRAN-DESC(1:8) = "CORR OF "
               if TRAN-TYPE-DEBIT
                   move "PU" to TRAN-CODE
               else
                   move "PY" to TRAN-CODE
               end-if
           else
               evaluate true
                   when TRAN-USERID = "DCIA2INT"
                       move "IN" to TRAN-CODE
                   when TRAN-USERID = "DCIA2LFE"
                       move "LF" to TRAN-CODE
                   when TRAN-USERID = "DCIA2CHO"
                       move "CO" to TRAN-CODE
                   when TRAN-USERID = "DCIA2ESC"
                       move "ES" to TRAN-CODE
                   when TRAN-USERID = "DCIA2BPI"
                       move "BP" to TRAN-CODE
                   when TRAN-USERID = "DCIA2SOP"
                       and TRAN-TYPE-DEBIT
                       move "SD" to TRAN-CODE
                   when TRAN-USERID = "DCIA2SOP"
                       move "SC" to TRAN-CODE
                   when TRAN-DESC(1:5) = "BANK "
                       move "BP" to TRAN-CODE
                   when TRAN-DESC(1:10) = "XFER FROM "
                       move "MI" to TRAN-CODE
                   when TRAN-DESC(1:11) = "MERGE FROM "
                       move "MI" to TRAN-CODE
                   when TRAN-DESC(1:8) = "XFER TO "
                       move "MO" to TRAN-CODE
                   when TRAN-DESC(1:9) = "MERGE TO "
                       move "MO" to TRAN-CODE
                   when TRAN-DESC = "DISPUTE PROV CREDIT"
                       move "DP" to TRAN-CODE
                   when TRAN-DESC = "DISPUTE REVERSAL"
                       move "DR" to TRAN-CODE
                   when TRAN-TYPE-DEBIT
                       move "PU" to TRAN-CODE
                       add 1 to ws-count-plain
                   when other
                       move "PY" to TRAN-CODE
                       add 1 to ws-count-plain
               end-evaluate
           end-if
           end-if.

       100-seed-tcodfile.

      *    a code already on file stays as it is, so running this
      *    again does not undo anything operations has changed
           open i-o tcod-file.
           if ws-tcod-status = "35"
               open output tcod-file
               close tcod-file
               open i-o tcod-file
           end-if.

           if ws-tcod-status = "00"
               perform 110-seed-one-code
                   varying ws-seed-idx from 1 by 1
                   until ws-seed-idx > ws-seed-count
               close tcod-file
           else
               display "***** DCIA2TCV: TCODFILE OPEN FAILED, STATUS "
                   ws-tcod-status
               add 1 to ws-count-rejected
           end-if.

       110-seed-one-code.

           move ws-seed-entry(ws-seed-idx) to TCODREC.
           write tcod-file-record from TCODREC
               invalid key add 1 to ws-count-kept
               not invalid key add 1 to ws-count-seeded
           end-write.

       200-convert-tranfile.

           move 'n' to sw-eof.
           open input old-tran.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-tran
           end-if.

           if sw-eof not = 'y'
               read old-tran at end move 'y' to sw-eof end-read
           end-if.
           perform 210-convert-one-tran until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-tran
               close new-tran
           end-if.

       210-convert-one-tran.

           move spaces to TRANREC.
           move old-tran-record to TRANREC(1:56).
           perform 050-derive-code.
           write new-tran-record from TRANREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-tran.

           read old-tran at end move 'y' to sw-eof.

       300-convert-tranarch.

           move 'n' to sw-eof.
           open input old-tarc.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-tarc
           end-if.

           if sw-eof not = 'y'
               read old-tarc at end move 'y' to sw-eof end-read
           end-if.
           perform 310-convert-one-tarc until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-tarc
               close new-tarc
           end-if.

       310-convert-one-tarc.

           move spaces to TRANREC.
           move old-tarc-record to TRANREC(1:56).
           perform 050-derive-code.
           write new-tarc-record from TRANREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-tarc.

           read old-tarc at end move 'y' to sw-eof.

       900-print-report.

           open output report-file.

           accept nl-run-date from date.
           accept nl-run-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           move "CODES SEEDED" to cl-label.
           move ws-count-seeded to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "CODES ALREADY ON FILE" to cl-label.
           move ws-count-kept to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "POSTINGS CONVERTED" to cl-label.
           move ws-count-tran to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "ARCHIVED POSTINGS" to cl-label.
           move ws-count-tarc to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CODED PURCHASE/PAYMENT" to cl-label.
           move ws-count-plain to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

      *    a refused write means a record the new files do not hold
      *    - the conversion is not clean and must not be swapped in
           move "WRITES REJECTED" to cl-label.
           move ws-count-rejected to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           if ws-count-rejected > 0
               write report-print-line from reject-warning-line
                   after advancing 1 line
               display "***** DCIA2TCV: " ws-count-rejected
                   " WRITES REJECTED - CONVERSION NOT CLEAN,"
                   " DO NOT SWAP THE NEW FILES IN"
           end-if.

           close report-file.

       end program DCIA2TCV.
