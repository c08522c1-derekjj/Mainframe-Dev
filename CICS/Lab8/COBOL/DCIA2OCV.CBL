       identification division.
       program-id. DCIA2OCV.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

      * ONE-TIME OPERATOR FILE CONVERSION. THREE SECURITY RECORDS
      * GREW: THE AUTHORITY RECORD FROM 21 TO 41 BYTES TO CARRY
      * BRANCH SCOPE AND THE OPERATOR'S OWN CUSTOMER NUMBER, THE
      * SIGN-ON RECORD FROM 26 TO 34 BYTES TO CARRY THE LAST
      * SIGN-ON DATE, AND THE BRANCH RECORD FROM 34 TO 42 BYTES TO
      * CARRY BUSINESS HOURS. EACH OLD FILE IS READ UNDER ITS OLD
      * LAYOUT (DECLARED HERE, NOT FROM THE COPYBOOKS, WHICH
      * ALREADY DESCRIBE THE NEW SHAPE) AND WRITTEN TO A NEW FILE
      * WITH SCOPE SPACES (ALL BRANCHES, THE ACCESS EVERY OPERATOR
      * HAD), NO CUSTOMER NUMBER, NO SIGN-ON YET AND ZERO HOURS
      * (THE CTLFILE 'SECRULE ' HOURS). OPERATIONS SWAPS THE NEW
      * FILES IN, AS WITH DCIA2PCV.

       environment division.
       input-output section.
       file-control.

           select old-sec assign to "SECFILE"
           organization is indexed access mode is sequential
           record key is os-key file status is ws-old-status.
           select new-sec assign to "SECNEW"
           organization is indexed access mode is sequential
           record key is ns-key file status is ws-new-status.

           select old-spwd assign to "SPWDFILE"
           organization is indexed access mode is sequential
           record key is op-key file status is ws-old-status.
           select new-spwd assign to "SPWDNEW"
           organization is indexed access mode is sequential
           record key is np-key file status is ws-new-status.

           select old-brch assign to "BRCHFILE"
           organization is indexed access mode is sequential
           record key is ob-key file status is ws-old-status.
           select new-brch assign to "BRCHNEW"
           organization is indexed access mode is sequential
           record key is nb-key file status is ws-new-status.

           select report-file
           assign to "../../../data/DCIA2OCV.out"
           organization is line sequential.

       data division.
       file section.

      *    the OLD layouts, exactly as the files were cut before
      *    branch scope, the last sign-on date and business hours
      *    existed
       fd  old-sec
           record contains 21 characters.
       01  old-sec-record.
           05 os-key                     pic x(8).
           05 os-rest                    pic x(13).

       fd  new-sec
           record contains 41 characters.
       01  new-sec-record.
           05 ns-key                     pic x(8).
           05 ns-rest                    pic x(33).

       fd  old-spwd
           record contains 26 characters.
       01  old-spwd-record.
           05 op-key                     pic x(8).
           05 op-rest                    pic x(18).

       fd  new-spwd
           record contains 34 characters.
       01  new-spwd-record.
           05 np-key                     pic x(8).
           05 np-rest                    pic x(26).

       fd  old-brch
           record contains 34 characters.
       01  old-brch-record.
           05 ob-key                     pic x(3).
           05 ob-rest                    pic x(31).

       fd  new-brch
           record contains 42 characters.
       01  new-brch-record.
           05 nb-key                     pic x(3).
           05 nb-rest                    pic x(39).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'SECREC'.
      * COPY OPERATOR SIGN-ON RECORD LAYOUT
       COPY 'SPWDREC'.
      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, OPER CONV".
           05  filler                   pic x(5) value spaces.
           05  nl-run-date              pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-run-time              pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "ONE-TIME OPERATOR CONVERSION REPORT".

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
           05 ws-count-sec              pic 9(7) value 0.
           05 ws-count-spwd             pic 9(7) value 0.
           05 ws-count-brch             pic 9(7) value 0.
      *    a write the new file refused - zero or the conversion
      *    did not happen and must not be swapped in
           05 ws-count-rejected         pic 9(7) value 0.

       01  reject-warning-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(52) value
               "***** CONVERSION NOT CLEAN - DO NOT SWAP FILES IN".

       procedure division.

           perform 100-convert-secfile.
           perform 200-convert-spwdfile.
           perform 300-convert-brchfile.

           perform 900-print-report.
           stop run.

       100-convert-secfile.

           move 'n' to sw-eof.
           open input old-sec.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-sec
           end-if.

           if sw-eof not = 'y'
               read old-sec at end move 'y' to sw-eof end-read
           end-if.
           perform 110-convert-one-sec until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-sec
               close new-sec
           end-if.

       110-convert-one-sec.

           move old-sec-record to SECREC.
           move spaces to SEC-SCOPE-TYPE.
           move spaces to SEC-HOME-BRANCH.
           move spaces to SEC-HOME-REGION.
           move 0 to SEC-CUST-NUMBER.
           write new-sec-record from SECREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-sec.

           read old-sec at end move 'y' to sw-eof.

       200-convert-spwdfile.

           move 'n' to sw-eof.
           open input old-spwd.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-spwd
           end-if.

           if sw-eof not = 'y'
               read old-spwd at end move 'y' to sw-eof end-read
           end-if.
           perform 210-convert-one-spwd until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-spwd
               close new-spwd
           end-if.

       210-convert-one-spwd.

           move old-spwd-record to SPWDREC.
           move 0 to SPWD-LAST-SIGNON.
           write new-spwd-record from SPWDREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-spwd.

           read old-spwd at end move 'y' to sw-eof.

       300-convert-brchfile.

           move 'n' to sw-eof.
           open input old-brch.
           if ws-old-status not = "00"
               move 'y' to sw-eof
           else
               open output new-brch
           end-if.

           if sw-eof not = 'y'
               read old-brch at end move 'y' to sw-eof end-read
           end-if.
           perform 310-convert-one-brch until sw-eof = 'y'.
           if ws-old-status = "00" or ws-old-status = "10"
               close old-brch
               close new-brch
           end-if.

       310-convert-one-brch.

           move old-brch-record to BRCHREC.
           move 0 to BRCH-OPEN-TIME.
           move 0 to BRCH-CLOSE-TIME.
           write new-brch-record from BRCHREC
               invalid key add 1 to ws-count-rejected
           end-write.
           add 1 to ws-count-brch.

           read old-brch at end move 'y' to sw-eof.

       900-print-report.

           open output report-file.

           accept nl-run-date from date.
           accept nl-run-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           move "AUTHORITIES CONVERTED" to cl-label.
           move ws-count-sec to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "SIGN-ONS CONVERTED" to cl-label.
           move ws-count-spwd to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "BRANCHES CONVERTED" to cl-label.
           move ws-count-brch to cl-count.
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
               display "***** DCIA2OCV: " ws-count-rejected
                   " WRITES REJECTED - CONVERSION NOT CLEAN,"
                   " DO NOT SWAP THE NEW FILES IN"
           end-if.

           close report-file.

       end program DCIA2OCV.
