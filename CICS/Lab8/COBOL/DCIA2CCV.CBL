       identification division.
       program-id. DCIA2CCV.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

      * ONE-TIME CUSTOMER FILE CONVERSION. THE CUSTOMER RECORD GREW
      * FROM 80 TO 90 BYTES TO CARRY THE CUSTOMER'S OWN CEILING ON
      * COMBINED CREDIT LIMITS AND THE CONSOLIDATED STATEMENT
      * OPTION. THE OLD FILE IS READ UNDER ITS OLD LAYOUT (DECLARED
      * HERE, NOT FROM THE COPYBOOK, WHICH ALREADY DESCRIBES THE NEW
      * SHAPE) AND WRITTEN TO A NEW FILE WITH THE CEILING ZERO AND
      * THE OPTION 'N' - EVERY CUSTOMER STARTS ON THE HOUSE CEILING
      * AND ONE STATEMENT PER ACCOUNT UNTIL IA39 SAYS OTHERWISE.
      * OPERATIONS SWAPS THE NEW FILE IN, AS WITH DCIA2PCV.

       environment division.
       input-output section.
       file-control.

           select old-cust assign to "CUSTFILE"
           organization is indexed access mode is sequential
           record key is oc-key file status is ws-old-status.
           select new-cust assign to "CUSTNEW"
           organization is indexed access mode is sequential
           record key is nc-key file status is ws-new-status.

           select report-file
           assign to "../../../data/DCIA2CCV.out"
           organization is line sequential.

       data division.
       file section.

      *    the OLD layout, exactly as the file was cut before the
      *    exposure ceiling and statement option existed
       fd  old-cust
           record contains 80 characters.
       01  old-cust-record.
           05 oc-key                     pic 9(6).
           05 oc-rest                    pic x(74).

       fd  new-cust
           record contains 90 characters.
       01  new-cust-record.
           05 nc-key                     pic 9(6).
           05 nc-rest                    pic x(84).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY CUSTOMER MASTER RECORD LAYOUT
       COPY 'CUSTREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, CUST CONV".
           05  filler                   pic x(5) value spaces.
           05  nl-run-date              pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-run-time              pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "ONE-TIME CUSTOMER CONVERSION REPORT".

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
           05 ws-count-cust             pic 9(7) value 0.
      *    a write the new file refused - zero or the conversion
      *    did not happen and must not be swapped in
           05 ws-count-rejected         pic 9(7) value 0.

       01  reject-warning-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "***** CONVERSION NOT CLEAN - DO NOT SWAP FILES IN".

       procedure division.

           perform 100-convert-custfile.

           perform 900-print-report.
           stop run.

       100-convert-custfile.

           move 'n' to sw-eof.
           open input old-cust.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-cust
           end-if.

           if sw-eof not = 'y'
               read old-cust at end move 'y' to sw-eof end-read
           end-if.
           perform 110-convert-one-cust until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-cust
               close new-cust
           end-if.

       110-convert-one-cust.

           move old-cust-record to CUSTREC.
           move 0 to CUST-EXPO-CEILING.
           move 'N' to CUST-CONSOL-STMT.
           write new-cust-record from CUSTREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-cust.

           read old-cust at end move 'y' to sw-eof.

       900-print-report.

           open output report-file.

           accept nl-run-date from date.
           accept nl-run-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           move "CUSTOMERS CONVERTED" to cl-label.
           move ws-count-cust to cl-count.
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
               display "***** DCIA2CCV: " ws-count-rejected
                   " WRITES REJECTED - CONVERSION NOT CLEAN,"
                   " DO NOT SWAP THE NEW FILE IN"
           end-if.

           close report-file.

       end program DCIA2CCV.
