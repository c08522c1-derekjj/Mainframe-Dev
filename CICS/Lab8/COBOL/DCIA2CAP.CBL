       identification division.
       program-id. DCIA2CAP.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the data sets that only grow - each is read end to end
      *    and counted. a file that will not open is reported and
      *    left out of tonight's snapshot, never counted as empty.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is sequential
           record key is fd-acctkey
           file status is ws-acct-status.

           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is sequential
           record key is fd-trankey
           file status is ws-tran-status.

           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

           select crhist-file
           assign to "CRHISTFL"
           organization is indexed
           access mode is sequential
           record key is fd-crhistkey
           file status is ws-crhist-status.

           select note-file
           assign to "NOTEFILE"
           organization is indexed
           access mode is sequential
           record key is fd-notekey
           file status is ws-note-status.

      *    the Lab3 order history, keyed month first since its
      *    conversion to the indexed organization.
           select hist-file
           assign to "LAB3HIST"
           organization is indexed
           access mode is sequential
           record key is fd-histkey
           file status is ws-hist-status.

      *    the capacity history - opened extend so every night adds
      *    its snapshot. DCIA2CPR reads it for the weekly trend.
           select cap-history-file
           assign to "../../../data/CapHistory.dat"
           organization is line sequential
           file status is ws-caphist-status.

           select report-file
           assign to "../../../data/DCIA2CAP.out"
           organization is line sequential.

       data division.
       file section.

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record.
           05 fd-audt-date              pic x(8).
           05 filler                    pic x(49).

       fd  crhist-file
           record contains 34 characters.
       01  crhist-file-record.
           05 fd-crhistkey              pic x(16).
           05 filler                    pic x(18).

       fd  note-file
           record contains 93 characters.
       01  note-file-record.
           05 fd-notekey                pic x(11).
           05 filler                    pic x(82).

       fd  hist-file
           record contains 67 characters.
       01  hist-file-record.
           05 fd-histkey                pic x(13).
           05 filler                    pic x(54).

      *    one line per file per night for the whole file ('T'),
      *    then one per branch ('B') or posting month ('M') where
      *    the record carries one up front
       fd  cap-history-file
           data record is cap-history-line.
       01  cap-history-line.
           05 ch-run-date               pic 9(8).
           05 ch-file-name              pic x(8).
           05 ch-slice-type             pic x.
           05 ch-slice                  pic x(6).
           05 ch-record-count           pic 9(9).

       fd  report-file
           data record is report-print-line
           record contains 120 characters.
       01  report-print-line.
           05 filler                    pic x(120).

       working-storage section.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, CAPACITY".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "NIGHTLY DATA SET CAPACITY SNAPSHOT".

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(10) value "FILE".
           05 filler                    pic x(9) value "  RECORDS".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "  SLICES".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(8) value "BY".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-file-name              pic x(8).
           05 filler                    pic x(2) value spaces.
           05 dl-count                  pic zzzzzzzz9.
           05 filler                    pic x(5) value spaces.
           05 dl-slices                 pic zzzzz9.
           05 filler                    pic x(3) value spaces.
           05 dl-by                     pic x(40).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-crhist-status             pic xx value spaces.
       01  ws-note-status               pic xx value spaces.
       01  ws-hist-status               pic xx value spaces.
       01  ws-caphist-status            pic xx value spaces.

       01  ws-today-yyyymmdd            pic 9(8).

      *--------------The File Being Counted----------------------
      *    records arrive in key order, so each branch or month is
      *    a run of consecutive records - counted as a control
      *    break and written when the slice changes
       01  ws-file-name                 pic x(8) value spaces.
       01  ws-open-status               pic xx value spaces.
       01  ws-slice-type                pic x value space.
       01  ws-slice                     pic x(6) value spaces.
       01  ws-prev-slice                pic x(6) value spaces.
       01  ws-slice-records             pic 9(9) value 0.
       01  ws-file-records              pic 9(9) value 0.
       01  ws-file-slices               pic 9(6) value 0.

       01  ws-count-counted             pic 9(3) value 0.
       01  ws-count-unavailable         pic 9(3) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.

      *    status 05 is extend creating the history on the first
      *    night - only a real failure falls back to an output open
           open extend cap-history-file.
           if ws-caphist-status not = "00"
               and ws-caphist-status not = "05"
               open output cap-history-file
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           perform 100-count-acctfile.
           perform 200-count-tranfile.
           perform 300-count-audtfile.
           perform 400-count-crhistfl.
           perform 500-count-notefile.
           perform 600-count-lab3hist.

           move "FILES COUNTED" to cl-label.
           move ws-count-counted to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "FILES NOT AVAILABLE" to cl-label.
           move ws-count-unavailable to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           close cap-history-file,
                 report-file.
           stop run.

       100-count-acctfile.

           move "ACCTFILE" to ws-file-name.
           move "B" to ws-slice-type.
           open input acct-file.
           move ws-acct-status to ws-open-status.
           if ws-acct-status = "00"
               perform 700-start-file
               read acct-file at end move 'y' to sw-eof
               end-read
               perform 110-count-one-account until sw-eof = 'y'
               close acct-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       110-count-one-account.

           move fd-acctkey(1:3) to ws-slice.
           perform 710-count-record.
           read acct-file at end move 'y' to sw-eof.

       200-count-tranfile.

           move "TRANFILE" to ws-file-name.
           move "B" to ws-slice-type.
           open input tran-file.
           move ws-tran-status to ws-open-status.
           if ws-tran-status = "00"
               perform 700-start-file
               read tran-file at end move 'y' to sw-eof
               end-read
               perform 210-count-one-posting until sw-eof = 'y'
               close tran-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       210-count-one-posting.

           move fd-trankey(1:3) to ws-slice.
           perform 710-count-record.
           read tran-file at end move 'y' to sw-eof.

       300-count-audtfile.

      *    the journal is written as the day goes, so its entries
      *    arrive in date order
           move "AUDTFILE" to ws-file-name.
           move "M" to ws-slice-type.
           open input audt-file.
           move ws-audt-status to ws-open-status.
           if ws-audt-status = "00"
               perform 700-start-file
               read audt-file at end move 'y' to sw-eof
               end-read
               perform 310-count-one-entry until sw-eof = 'y'
               close audt-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       310-count-one-entry.

           move fd-audt-date(1:6) to ws-slice.
           perform 710-count-record.
           read audt-file at end move 'y' to sw-eof.

       400-count-crhistfl.

           move "CRHISTFL" to ws-file-name.
           move "M" to ws-slice-type.
           open input crhist-file.
           move ws-crhist-status to ws-open-status.
           if ws-crhist-status = "00"
               perform 700-start-file
               read crhist-file at end move 'y' to sw-eof
               end-read
               perform 410-count-one-change until sw-eof = 'y'
               close crhist-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       410-count-one-change.

           move fd-crhistkey(1:6) to ws-slice.
           perform 710-count-record.
           read crhist-file at end move 'y' to sw-eof.

       500-count-notefile.

           move "NOTEFILE" to ws-file-name.
           move "B" to ws-slice-type.
           open input note-file.
           move ws-note-status to ws-open-status.
           if ws-note-status = "00"
               perform 700-start-file
               read note-file at end move 'y' to sw-eof
               end-read
               perform 510-count-one-note until sw-eof = 'y'
               close note-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       510-count-one-note.

           move fd-notekey(1:3) to ws-slice.
           perform 710-count-record.
           read note-file at end move 'y' to sw-eof.

       600-count-lab3hist.

           move "LAB3HIST" to ws-file-name.
           move "M" to ws-slice-type.
           open input hist-file.
           move ws-hist-status to ws-open-status.
           if ws-hist-status = "00"
               perform 700-start-file
               read hist-file at end move 'y' to sw-eof
               end-read
               perform 610-count-one-line until sw-eof = 'y'
               close hist-file
               perform 780-end-file
           else
               perform 790-file-unavailable
           end-if.

       610-count-one-line.

           move fd-histkey(1:6) to ws-slice.
           perform 710-count-record.
           read hist-file at end move 'y' to sw-eof.

       700-start-file.

           move 'n' to sw-eof.
           move spaces to ws-prev-slice.
           move 0 to ws-slice-records.
           move 0 to ws-file-records.
           move 0 to ws-file-slices.

       710-count-record.

           if ws-slice not = ws-prev-slice
               and ws-slice-records > 0
               perform 750-write-slice
           end-if.
           move ws-slice to ws-prev-slice.
           add 1 to ws-slice-records.
           add 1 to ws-file-records.

       750-write-slice.

           move spaces to cap-history-line.
           move ws-today-yyyymmdd to ch-run-date.
           move ws-file-name to ch-file-name.
           move ws-slice-type to ch-slice-type.
           move ws-prev-slice to ch-slice.
           move ws-slice-records to ch-record-count.
           write cap-history-line.
           add 1 to ws-file-slices.
           move 0 to ws-slice-records.

       780-end-file.

           if ws-slice-records > 0
               perform 750-write-slice
           end-if.

           move spaces to cap-history-line.
           move ws-today-yyyymmdd to ch-run-date.
           move ws-file-name to ch-file-name.
           move "T" to ch-slice-type.
           move spaces to ch-slice.
           move ws-file-records to ch-record-count.
           write cap-history-line.

           add 1 to ws-count-counted.

           move spaces to detail-line.
           move ws-file-name to dl-file-name.
           move ws-file-records to dl-count.
           move ws-file-slices to dl-slices.
           if ws-slice-type = "B"
               move "BRANCH" to dl-by
           else
               move "MONTH" to dl-by
           end-if.
           write report-print-line from detail-line
               after advancing 1 line.

       790-file-unavailable.

           add 1 to ws-count-unavailable.
           display ws-file-name " OPEN FAILED - STATUS: "
               ws-open-status " - NOT IN TONIGHT'S SNAPSHOT".

           move spaces to detail-line.
           move ws-file-name to dl-file-name.
           move spaces to dl-by.
           string "NOT AVAILABLE - STATUS " ws-open-status
               delimited by size into dl-by.
           write report-print-line from detail-line
               after advancing 1 line.

       end program DCIA2CAP.
