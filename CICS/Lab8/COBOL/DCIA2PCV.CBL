       identification division.
       program-id. DCIA2PCV.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

      * ONE-TIME PRODUCT FILE CONVERSION. THE PRODUCT RECORD GREW
      * FROM 28 TO 46 BYTES TO CARRY THE MINIMUM-PAYMENT RULE AND
      * LATE FEE THE STATEMENT RUN NOW PRINTS. THE OLD FILE IS READ
      * UNDER ITS OLD LAYOUT (DECLARED HERE, NOT FROM THE COPYBOOK,
      * WHICH ALREADY DESCRIBES THE NEW SHAPE) AND WRITTEN TO A NEW
      * FILE WITH THE RULE FIELDS ZERO - EVERY PRODUCT STARTS ON THE
      * HOUSE DEFAULTS UNTIL IA45 SETS ITS OWN. OPERATIONS SWAPS THE
      * NEW FILE IN, AS WITH DCIA2DTC.

       environment division.
       input-output section.
       file-control.

           select old-prod assign to "PRODFILE"
           organization is indexed access mode is sequential
           record key is op-key file status is ws-old-status.
           select new-prod assign to "PRODNEW"
           organization is indexed access mode is sequential
           record key is np-key file status is ws-new-status.

           select report-file
           assign to "../../../data/DCIA2PCV.out"
           organization is line sequential.

       data division.
       file section.

      *    the OLD layout, exactly as the file was cut before the
      *    payment rule existed
       fd  old-prod
           record contains 28 characters.
       01  old-prod-record.
           05 op-key                     pic x(2).
           05 op-rest                    pic x(26).

       fd  new-prod
           record contains 46 characters.
       01  new-prod-record.
           05 np-key                     pic x(2).
           05 np-rest                    pic x(44).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY PRODUCT-CODE FILE RECORD LAYOUT
       COPY 'PRODREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, PRODUCT CONV".
           05  filler                   pic x(5) value spaces.
           05  nl-run-date              pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-run-time              pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "ONE-TIME PRODUCT CONVERSION REPORT".

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-old-status                pic xx value spaces.
       01  ws-new-status                pic xx value spaces.

      *--------------Counts---------------------------------------
       01 ws-counts.
           05 ws-count-prod             pic 9(7) value 0.
      *    a write the new file refused - zero or the conversion
      *    did not happen and must not be swapped in
           05 ws-count-rejected         pic 9(7) value 0.

       01  reject-warning-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "***** CONVERSION NOT CLEAN - DO NOT SWAP FILES IN".

       procedure division.

           perform 100-convert-prodfile.

           perform 900-print-report.
           stop run.

       100-convert-prodfile.

           move 'n' to sw-eof.
           open input old-prod.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-prod
           end-if.

           if sw-eof not = 'y'
               read old-prod at end move 'y' to sw-eof end-read
           end-if.
           perform 110-convert-one-prod until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-prod
               close new-prod
           end-if.

       110-convert-one-prod.

           move old-prod-record to PRODREC.
           move 0 to PROD-MINPAY-PCT.
           move 0 to PROD-MINPAY-FLOOR.
           move 0 to PROD-DUE-DAYS.
           move 0 to PROD-LATE-FEE.
           write new-prod-record from PRODREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-prod.

           read old-prod at end move 'y' to sw-eof.

       900-print-report.

           open output report-file.

           accept nl-run-date from date.
           accept nl-run-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           move "PRODUCTS CONVERTED" to cl-label.
           move ws-count-prod to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

      *    a refused write means a record the new file does not hold
      *    - the conversion is not clean and must not be swapped in
           move "WRITES REJECTED" to cl-label.
           move ws-count-rejected to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           if ws-count-rejected > 0
               write report-print-line from reject-warning-line
                   after advancing 1 line
               display "***** DCIA2PCV: " ws-count-rejected
                   " WRITES REJECTED - CONVERSION NOT CLEAN,"
                   " DO NOT SWAP THE NEW FILE IN"
           end-if.

           close report-file.

       end program DCIA2PCV.
