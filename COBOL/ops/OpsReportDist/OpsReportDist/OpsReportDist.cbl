       identification division.
       program-id. OpsReportDist.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    report distribution off the repository. the distribution
      *    list says which Lab1 contacts receive which job's report,
      *    and optionally only their own slice of it - a branch
      *    manager gets their branch's lines of DCIA2ACR, not the
      *    whole listing. each kept generation for the night is
      *    split into one copy per recipient, the routing file tells
      *    the mailer and the print room where each copy goes
      *    (e-mail to the contact's address on the master, print
      *    when asked for or when there is no address), and the
      *    distribution log keeps what went to whom so a report
      *    somebody says never arrived can be traced.

       environment division.
       input-output section.
       file-control.

      *    who gets which job's report - job, contact name as held
      *    on the contact master, the slice (spaces for the whole
      *    report) and the route.
           select dist-file
           assign to "../../../data/ReportDist.dat"
           organization is line sequential
           file status is ws-dist-status.

      *    how a job's report splits - where the slice key sits on
      *    a line, and what marks the line as one that belongs to a
      *    slice at all. a rule with no key columns claims the line
      *    for the slice of the line before it (the flag printed
      *    under an account). lines no rule claims (headings,
      *    totals) go in every copy. a job with no rule is only sent
      *    whole.
           select burst-file
           assign to "../../../data/ReportBurst.dat"
           organization is line sequential
           file status is ws-burst-status.

           select contact-file
           assign to "../../../data/lab1Contacts.dat"
           organization is line sequential
           file status is ws-contact-status.

           select index-file
           assign to "../../../data/ReportIndex.dat"
           organization is line sequential
           file status is ws-index-status.

      *    the night to distribute. a missing file sends tonight's.
           select parm-file
           assign to "../../../data/ReportDistParm.dat"
           organization is line sequential
           file status is ws-parm-status.

      *    the kept generation - path off the index entry.
           select store-file
           assign to ws-store-path
           organization is line sequential
           file status is ws-store-status.

      *    one recipient's copy - name built from job, date and the
      *    copy number.
           select copy-file
           assign to ws-copy-path
           organization is line sequential
           file status is ws-copy-status.

      *    tonight's routing - rewritten every run for the mailer
      *    and the print room.
           select route-file
           assign to "../../../data/ReportRoute.dat"
           organization is line sequential
           file status is ws-route-status.

      *    what was sent to whom - accumulates run over run.
           select dist-log-file
           assign to "../../../data/ReportDistLog.dat"
           organization is line sequential
           file status is ws-distlog-status.

           select listing-file
           assign to "../../../data/OpsReportDist.out"
           organization is line sequential.

       data division.
       file section.

      *    route 'E' e-mail, 'P' print - blank is e-mail
       fd  dist-file
           data record is dist-line.

       01  dist-line.
           05 dl-job-name               pic x(8).
           05 dl-contact-name           pic x(14).
           05 dl-slice                  pic x(10).
           05 dl-route                  pic x.

      *    a test value of spaces means the test columns must be
      *    numeric - an account number, say - rather than equal to
      *    a fixed label
       fd  burst-file
           data record is burst-line.

       01  burst-line.
           05 br-job-name               pic x(8).
           05 br-key-start              pic 9(3).
           05 br-key-length             pic 9(2).
           05 br-test-start             pic 9(3).
           05 br-test-length            pic 9(2).
           05 br-test-value             pic x(10).

       fd  contact-file
           data record is contact-record.

       01  contact-record.
           05 cr-name                   pic x(14).
           05 cr-email                  pic x(24).
           05 cr-phone                  pic x(12).

       fd  index-file
           data record is index-line.

       01  index-line.
           05 ri-job-name               pic x(8).
           05 ri-date                   pic 9(8).
           05 ri-pages                  pic 9(5).
           05 ri-lines                  pic 9(7).
           05 ri-store-path             pic x(60).

       fd  parm-file
           data record is parm-line.

       01  parm-line.
           05 pm-date                   pic 9(8).

       fd  store-file
           data record is store-line.

       01  store-line                   pic x(132).

       fd  copy-file
           data record is copy-line.

       01  copy-line                    pic x(132).

       fd  route-file
           data record is route-line.

       01  route-line.
           05 rl-route                  pic x.
           05 rl-email                  pic x(24).
           05 rl-contact-name           pic x(14).
           05 rl-job-name               pic x(8).
           05 rl-date                   pic 9(8).
           05 rl-slice                  pic x(10).
           05 rl-copy-path              pic x(60).

      *    status 'S' sent, 'U' contact not on the master, 'M' no
      *    kept report for the night, 'E' nothing in the slice
       fd  dist-log-file
           data record is dist-log-line.

       01  dist-log-line.
           05 dg-run-date               pic 9(8).
           05 dg-job-name               pic x(8).
           05 dg-report-date            pic 9(8).
           05 dg-contact-name           pic x(14).
           05 dg-slice                  pic x(10).
           05 dg-status                 pic x.
           05 dg-route                  pic x.
           05 dg-email                  pic x(24).
           05 dg-lines                  pic 9(7).
           05 dg-copy-path              pic x(60).

       fd  listing-file
           data record is print-line
           record contains 100 characters.

       01  print-line.
           05 filler                    pic x(100).

       working-storage section.

       01 ws-header.
           05 filler                    pic x(3).
           05 filler                    pic x(35)
               value "Derek Johnston, Report Distribution".
           05 filler                    pic x(9) value " - night ".
           05 hdr-date                  pic 9(8).

       01 listing-detail-line.
           05 filler                    pic x(3).
           05 ldl-job                   pic x(8).
           05 filler                    pic x(2).
           05 ldl-contact               pic x(14).
           05 filler                    pic x(2).
           05 ldl-slice                 pic x(10).
           05 filler                    pic x(2).
           05 ldl-route                 pic x(5).
           05 filler                    pic x(2).
           05 ldl-lines                 pic zzzzzz9.
           05 filler                    pic x(2).
           05 ldl-note                  pic x(40).

       01 ws-count-line.
           05 filler                    pic x(3).
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzz9.

      *---------------Contact Master------------------------------
       01 ws-contact-table.
           05 ws-ct-entry occurs 200 times.
               10 ws-ct-name        pic x(14).
               10 ws-ct-email       pic x(24).

       01 ws-ct-count               pic 999 value 0.
       01 ws-ct-idx                 pic 999 value 0.
       01 ws-ct-match-idx           pic 999 value 0.
       01 ws-contact-status         pic xx value spaces.
       01 sw-contact-eof            pic x value "n".

      *---------------Burst Rules---------------------------------
       01 ws-burst-table.
           05 ws-br-entry occurs 50 times.
               10 ws-br-job         pic x(8).
               10 ws-br-key-start   pic 9(3).
               10 ws-br-key-length  pic 9(2).
               10 ws-br-test-start  pic 9(3).
               10 ws-br-test-length pic 9(2).
               10 ws-br-test-value  pic x(10).

       01 ws-br-count               pic 99 value 0.
       01 ws-br-idx                 pic 99 value 0.
       01 ws-burst-status           pic xx value spaces.
       01 sw-burst-eof              pic x value "n".

      *---------------Tonight's Generations-----------------------
       01 ws-gen-table.
           05 ws-gen-entry occurs 200 times.
               10 ws-gen-job        pic x(8).
               10 ws-gen-path       pic x(60).

       01 ws-gen-count              pic 999 value 0.
       01 ws-gen-idx                pic 999 value 0.
       01 ws-gen-match-idx          pic 999 value 0.
       01 ws-index-status           pic xx value spaces.
       01 sw-index-eof              pic x value "n".

       01 ws-dist-status            pic xx value spaces.
       01 sw-dist-eof               pic x value "n".
       01 ws-parm-status            pic xx value spaces.
       01 ws-store-status           pic xx value spaces.
       01 sw-store-eof              pic x value "n".
       01 ws-copy-status            pic xx value spaces.
       01 ws-route-status           pic xx value spaces.
       01 ws-distlog-status         pic xx value spaces.

       01 ws-found-sw               pic x value "N".
           88 ws-found                  value "Y".
       01 ws-sliced-sw              pic x value "N".
           88 ws-sliced                 value "Y".
       01 ws-line-claimed-sw        pic x value "N".
           88 ws-line-claimed           value "Y".
       01 ws-line-wanted-sw         pic x value "N".
           88 ws-line-wanted            value "Y".

       01 ws-store-path             pic x(60) value spaces.
       01 ws-copy-path              pic x(60) value spaces.
       01 ws-dist-date              pic 9(8) value 0.
       01 ws-today-yyyymmdd         pic 9(8) value 0.
       01 ws-route                  pic x value space.
       01 ws-email                  pic x(24) value spaces.
       01 ws-key-value              pic x(10) value spaces.
       01 ws-last-key-value         pic x(10) value spaces.
       01 ws-test-value             pic x(10) value spaces.
       01 ws-copy-number            pic 9(3) value 0.
       01 ws-copy-lines             pic 9(7) value 0.
       01 ws-slice-lines            pic 9(7) value 0.

       01 ws-count-entries          pic 9(5) value 0.
       01 ws-count-sent             pic 9(5) value 0.
       01 ws-count-unknown          pic 9(5) value 0.
       01 ws-count-missing          pic 9(5) value 0.
       01 ws-count-empty            pic 9(5) value 0.

       procedure division.

           accept ws-today-yyyymmdd from date yyyymmdd.

           perform 050-read-parm.
           perform 060-load-contacts.
           perform 070-load-burst-rules.
           perform 080-load-generations.

           open input dist-file.
           if ws-dist-status not = "00"
               display "no distribution list on file - nothing sent"
               stop run
           end-if.

           open output listing-file.
           move ws-dist-date to hdr-date.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.

           open output route-file.

      *    the distribution log accumulates run over run
           open extend dist-log-file.
           if ws-distlog-status not = "00"
               and ws-distlog-status not = "05"
               open output dist-log-file
           end-if.

           read dist-file
               at end move "y" to sw-dist-eof
           end-read.
           perform 100-distribute-one-entry
               until sw-dist-eof = "y".

           close dist-file,
                 route-file,
                 dist-log-file.

           move "list entries read" to cl-label.
           move ws-count-entries to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "copies sent" to cl-label.
           move ws-count-sent to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "contact not on master" to cl-label.
           move ws-count-unknown to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "report not kept" to cl-label.
           move ws-count-missing to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "nothing in the slice" to cl-label.
           move ws-count-empty to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           close listing-file.
           stop run.

       050-read-parm.

           move ws-today-yyyymmdd to ws-dist-date.

           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end continue
               end-read
               if ws-parm-status = "00"
                   and pm-date is numeric
                   and pm-date > 0
                   move pm-date to ws-dist-date
               end-if
               close parm-file
           end-if.

       060-load-contacts.

           open input contact-file.
           if ws-contact-status = "00"
               read contact-file
                   at end move "y" to sw-contact-eof
               end-read
               if ws-contact-status not = "00"
                   move "y" to sw-contact-eof
               end-if
               perform 065-load-one-contact
                   until sw-contact-eof = "y"
                       or ws-ct-count = 200
               close contact-file
           end-if.

       065-load-one-contact.

           add 1 to ws-ct-count.
           move cr-name to ws-ct-name(ws-ct-count).
           move cr-email to ws-ct-email(ws-ct-count).

           read contact-file
               at end move "y" to sw-contact-eof
           end-read.
           if ws-contact-status not = "00"
               move "y" to sw-contact-eof
           end-if.

       070-load-burst-rules.

           open input burst-file.
           if ws-burst-status = "00"
               read burst-file
                   at end move "y" to sw-burst-eof
               end-read
               if ws-burst-status not = "00"
                   move "y" to sw-burst-eof
               end-if
               perform 075-load-one-rule
                   until sw-burst-eof = "y"
                       or ws-br-count = 50
               close burst-file
           end-if.

       075-load-one-rule.

      *    a rule whose columns do not fit a stored line is no rule
           if br-key-start is numeric
               and br-key-length is numeric
               and br-test-start is numeric
               and br-test-length is numeric
               and (br-key-length = 0
                   or (br-key-start > 0
                       and br-key-length not > 10
                       and br-key-start + br-key-length - 1 not > 132))
               and br-test-start > 0
               and br-test-length > 0
               and br-test-length not > 10
               and br-test-start + br-test-length - 1 not > 132
               add 1 to ws-br-count
               move br-job-name to ws-br-job(ws-br-count)
               move br-key-start to ws-br-key-start(ws-br-count)
               move br-key-length to ws-br-key-length(ws-br-count)
               move br-test-start to ws-br-test-start(ws-br-count)
               move br-test-length to ws-br-test-length(ws-br-count)
               move br-test-value to ws-br-test-value(ws-br-count)
           else
               display "burst rule for " br-job-name
                   " does not fit a report line - ignored"
           end-if.

           read burst-file
               at end move "y" to sw-burst-eof
           end-read.
           if ws-burst-status not = "00"
               move "y" to sw-burst-eof
           end-if.

       080-load-generations.

      *    only the night being distributed - the store job keeps
      *    one generation per job per night
           open input index-file.
           if ws-index-status = "00"
               read index-file
                   at end move "y" to sw-index-eof
               end-read
               if ws-index-status not = "00"
                   move "y" to sw-index-eof
               end-if
               perform 085-load-one-generation
                   until sw-index-eof = "y"
               close index-file
           end-if.

       085-load-one-generation.

           if ri-date = ws-dist-date
               and ws-gen-count < 200
               add 1 to ws-gen-count
               move ri-job-name to ws-gen-job(ws-gen-count)
               move ri-store-path to ws-gen-path(ws-gen-count)
           end-if.

           read index-file
               at end move "y" to sw-index-eof
           end-read.
           if ws-index-status not = "00"
               move "y" to sw-index-eof
           end-if.

       100-distribute-one-entry.

           add 1 to ws-count-entries.
           move 0 to ws-copy-lines.
           move spaces to ws-copy-path.
           move spaces to ws-email.
           move space to ws-route.
           move space to dg-status.

           move spaces to listing-detail-line.
           move dl-job-name to ldl-job.
           move dl-contact-name to ldl-contact.
           move dl-slice to ldl-slice.

      *    the address comes off the contact master, never the list
           move "N" to ws-found-sw.
           perform 110-check-one-contact
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
                   or ws-found.
           if not ws-found
               add 1 to ws-count-unknown
               move "U" to dg-status
               move "contact not on the contact master" to ldl-note
           else
               move ws-ct-email(ws-ct-match-idx) to ws-email
               if dl-route = "P" or ws-email = spaces
                   move "P" to ws-route
                   move "print" to ldl-route
               else
                   move "E" to ws-route
                   move "email" to ldl-route
               end-if
           end-if.

           if dg-status = space
               move "N" to ws-found-sw
               perform 120-check-one-generation
                   varying ws-gen-idx from 1 by 1
                   until ws-gen-idx > ws-gen-count
                       or ws-found
               if not ws-found
                   add 1 to ws-count-missing
                   move "M" to dg-status
                   move "no kept report for the night" to ldl-note
               end-if
           end-if.

           if dg-status = space
               perform 200-build-copy
               move ws-copy-lines to ldl-lines
               evaluate true
                   when ws-store-status not = "00"
                       add 1 to ws-count-missing
                       move "M" to dg-status
                       move "kept report missing on disk" to ldl-note
                   when ws-sliced and ws-slice-lines = 0
                       add 1 to ws-count-empty
                       move "E" to dg-status
                       move "nothing in the slice - not sent"
                           to ldl-note
                   when other
                       add 1 to ws-count-sent
                       move "S" to dg-status
                       move ws-copy-path(15:) to ldl-note
                       perform 150-write-route
               end-evaluate
           end-if.

           move ws-today-yyyymmdd to dg-run-date.
           move dl-job-name to dg-job-name.
           move ws-dist-date to dg-report-date.
           move dl-contact-name to dg-contact-name.
           move dl-slice to dg-slice.
           move ws-route to dg-route.
           move ws-email to dg-email.
           move ws-copy-lines to dg-lines.
           move ws-copy-path to dg-copy-path.
           write dist-log-line.

           write print-line from listing-detail-line
               after advancing 1 line.

           read dist-file
               at end move "y" to sw-dist-eof.

       110-check-one-contact.

           if ws-ct-name(ws-ct-idx) = dl-contact-name
               set ws-found to true
               move ws-ct-idx to ws-ct-match-idx
           end-if.

       120-check-one-generation.

           if ws-gen-job(ws-gen-idx) = dl-job-name
               set ws-found to true
               move ws-gen-idx to ws-gen-match-idx
           end-if.

       150-write-route.

           move spaces to route-line.
           move ws-route to rl-route.
           if ws-route = "E"
               move ws-email to rl-email
           end-if.
           move dl-contact-name to rl-contact-name.
           move dl-job-name to rl-job-name.
           move ws-dist-date to rl-date.
           move dl-slice to rl-slice.
           move ws-copy-path to rl-copy-path.
           write route-line.

       200-build-copy.

      *    a slice asked of a job with no burst rule cannot be
      *    split - that recipient gets nothing rather than everyone
      *    else's lines
           move "N" to ws-sliced-sw.
           if dl-slice not = spaces
               set ws-sliced to true
           end-if.
           move 0 to ws-slice-lines.
           move spaces to ws-last-key-value.

           move ws-gen-path(ws-gen-match-idx) to ws-store-path.
           move "n" to sw-store-eof.
           open input store-file.
           if ws-store-status = "00"
               add 1 to ws-copy-number
               move spaces to ws-copy-path
               string "../../../data/Dst"
                   dl-job-name delimited by space
                   ws-dist-date
                   "-"
                   ws-copy-number
                   ".out"
                   delimited by size
                   into ws-copy-path
               open output copy-file
               read store-file
                   at end move "y" to sw-store-eof
               end-read
               perform 210-take-one-line
                   until sw-store-eof = "y"
               close store-file,
                     copy-file
           end-if.

       210-take-one-line.

           set ws-line-wanted to true.
           if ws-sliced
               perform 220-judge-line
           end-if.

           if ws-line-wanted
               move store-line to copy-line
               write copy-line
               add 1 to ws-copy-lines
           end-if.

           read store-file
               at end move "y" to sw-store-eof.

       220-judge-line.

      *    the first rule that claims the line decides it - a
      *    claimed line goes only to its own slice, an unclaimed
      *    one to every copy
           move "N" to ws-line-claimed-sw.
           perform 230-try-one-rule
               varying ws-br-idx from 1 by 1
               until ws-br-idx > ws-br-count
                   or ws-line-claimed.

           if ws-line-claimed
               if ws-key-value = dl-slice
                   add 1 to ws-slice-lines
               else
                   move "N" to ws-line-wanted-sw
               end-if
           end-if.

       230-try-one-rule.

           if ws-br-job(ws-br-idx) = dl-job-name
               move spaces to ws-test-value
               move store-line(ws-br-test-start(ws-br-idx):
                               ws-br-test-length(ws-br-idx))
                   to ws-test-value
               if ws-br-test-value(ws-br-idx) = spaces
                   if store-line(ws-br-test-start(ws-br-idx):
                                 ws-br-test-length(ws-br-idx))
                           is numeric
                       set ws-line-claimed to true
                   end-if
               else
                   if ws-test-value = ws-br-test-value(ws-br-idx)
                       set ws-line-claimed to true
                   end-if
               end-if
               if ws-line-claimed
                   if ws-br-key-length(ws-br-idx) = 0
                       move ws-last-key-value to ws-key-value
                   else
                       move spaces to ws-key-value
                       move store-line(ws-br-key-start(ws-br-idx):
                                       ws-br-key-length(ws-br-idx))
                           to ws-key-value
                       move ws-key-value to ws-last-key-value
                   end-if
               end-if
           end-if.

       end program OpsReportDist.
