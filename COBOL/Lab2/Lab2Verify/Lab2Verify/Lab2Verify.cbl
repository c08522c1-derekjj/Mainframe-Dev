       identification division.
       program-id. Lab2Verify.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    enrollment verification letters - the registrar's request
      *    file names a student and the purpose (a lender, employer
      *    or visa office), and each request gets a letter built from
      *    the active file, the term history and the graduates file:
      *    entry year, terms attended, current status, graduation and
      *    the gaps in attendance. a student on neither file, or one
      *    whose latest term is a withdrawal, is refused instead, and
      *    every letter issued goes on the letter log. the request
      *    file is emptied once answered.

       environment division.
       input-output section.
       file-control.

      *    the verification requests taken since the last run.
           select request-file
           assign to "../../../data/lab2VerifyReq.dat"
           organization is line sequential
           file status is ws-request-status.

           select input-file
           assign to "../../../data/lab2.dat"
           organization is line sequential
           file status is ws-input-status.

           select term-history-file
           assign to "../../../data/lab2TermHist.dat"
           organization is line sequential
           file status is ws-termhist-status.

           select graduates-file
           assign to "../../../data/lab2Graduates.dat"
           organization is line sequential
           file status is ws-graduates-status.

      *    every letter issued, numbered - accumulates run over run.
           select letter-log-file
           assign to "../../../data/lab2LetterLog.dat"
           organization is line sequential
           file status is ws-letterlog-status.

           select letter-file
           assign to "../../../data/lab2Letters.out"
           organization is line sequential.

           select register-file
           assign to "../../../data/lab2Verify.out"
           organization is line sequential.

           select run-stats-file
           assign to "../../../data/RunStats.dat"
           organization is line sequential
           file status is ws-runstats-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select batch-deps-file
           assign to "../../../data/BatchDeps.dat"
           organization is line sequential
           file status is ws-batchdeps-status.

      *    business-day calendar - one record per calendar date with
      *    weekends and holidays flagged non-business and month-end /
      *    period-end cycle dates flagged.  current and previous
      *    business date come from here instead of raw date
      *    arithmetic.
           select business-cal-file
           assign to "../../../data/BusDayCal.dat"
           organization is line sequential
           file status is ws-buscal-status.

           select batch-control-file
           assign to "../../../data/BatchControl.dat"
           organization is line sequential
           file status is ws-batchctl-status.

       data division.
       file section.

       fd  request-file
           data record is request-line.

       01  request-line.
           05 vr-student-number             pic x(9).
           05 vr-purpose                    pic x(30).

       fd  input-file
           data record is read-line
           record contains 29 characters.

       01  input-line.
           05 input-student-number          pic x(9).
           05 input-student-name            pic x(20).
           05 input-student-year            pic 9999.

       fd  term-history-file
           data record is term-history-line.

       01  term-history-line.
           05 th-student-number             pic x(9).
           05 th-term                       pic 9(5).
           05 th-status                     pic x.

       fd  graduates-file
           data record is graduates-line.

       01  graduates-line.
           05 gr-student-number             pic x(9).
           05 gr-student-name               pic x(20).
           05 gr-entry-year                 pic 9(4).
           05 gr-completion-term            pic 9(5).

      *    status "E" letter for an enrolled student, "G" for a
      *    graduate
       fd  letter-log-file
           data record is letter-log-line.

       01  letter-log-line.
           05 ll-letter-number              pic 9(5).
           05 ll-issue-date                 pic 9(8).
           05 ll-student-number             pic x(9).
           05 ll-status                     pic x.
           05 ll-purpose                    pic x(30).

       fd  letter-file
           data record is letter-line
           record contains 80 characters.

       01  letter-line.
           05 filler                        pic x(80).

       fd  register-file
           data record is print-line
           record contains 80 characters.

       01  print-line.
           05 filler                        pic x(80).

       fd  run-stats-file
           data record is run-stats-line.

       01  run-stats-line.
           05 rs-job-name                   pic x(8).
           05 rs-run-date                   pic 9(8).
           05 rs-start-time                 pic 9(6).
           05 rs-end-time                   pic 9(6).
           05 rs-records-read               pic 9(7).
           05 rs-records-written            pic 9(7).

       fd  except-log-file
           data record is except-log-line.

       01  except-log-line.
           05 el-job-name                   pic x(8).
           05 el-run-date                   pic 9(8).
           05 el-record-key                 pic x(20).
           05 el-reason                     pic x(30).

       fd  batch-deps-file
           data record is batch-deps-line.

       01  batch-deps-line.
           05 bd-job-name                   pic x(8).
           05 bd-predecessor                pic x(8).

       fd  batch-control-file
           data record is batch-control-line.

       01  batch-control-line.
           05 bc-job-name                   pic x(8).
           05 bc-last-run-date              pic 9(8).
           05 bc-run-sequence               pic 9(5).

       fd  business-cal-file
           data record is business-cal-line.

       01  business-cal-line.
           05 cal-date                      pic 9(8).
           05 cal-business-flag             pic x.
           05 cal-month-end-flag            pic x.
           05 cal-period-end-flag           pic x.


       working-storage section.

       01 ws-header.
           05 filler                        pic x(5).
           05 filler                        pic x(39)
               value "Derek Johnston, Enrollment Verification".

      *---------------Letter Lines--------------------------------
       01 letter-heading-line.
           05 filler                        pic x(5).
           05 filler                        pic x(35)
               value "Derek Johnston, Registrar's Office".

       01 letter-date-line.
           05 filler                        pic x(5).
           05 filler                        pic x(6) value "date: ".
           05 ldl-date                      pic 9(8).
           05 filler                        pic x(31).
           05 filler                        pic x(11)
               value "letter no. ".
           05 ldl-letter-number             pic 9(5).

       01 letter-re-line.
           05 filler                        pic x(5).
           05 filler                        pic x(30)
               value "re: enrollment verification - ".
           05 lrl-purpose                   pic x(30).

       01 letter-student-line.
           05 filler                        pic x(5).
           05 filler                        pic x(9) value "student: ".
           05 lsl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 lsl-student-name              pic x(20).

       01 letter-text-line.
           05 filler                        pic x(5).
           05 ltl-text                      pic x(70).

       01 letter-fact-line.
           05 filler                        pic x(5).
           05 lfl-label                     pic x(26).
           05 filler                        pic x(2) value ": ".
           05 lfl-value                     pic x(30).

       01 letter-gap-line.
           05 filler                        pic x(9).
           05 lgl-term                      pic 9(5).
           05 filler                        pic x(2).
           05 lgl-text                      pic x(20).

      *---------------Register Lines------------------------------
       01 section-line.
           05 filler                        pic x(5).
           05 sl-text                       pic x(60).

       01 register-detail-line.
           05 filler                        pic x(5).
           05 rdl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 rdl-purpose                   pic x(30).
           05 filler                        pic x(2).
           05 rdl-note                      pic x(30).

       01 ws-count-line.
           05 filler                        pic x(5).
           05 cl-label                      pic x(26).
           05 filler                        pic x(2) value ": ".
           05 cl-count                      pic zzzz9.

      *---------------Students Known to the Registrar-------------
       01 ws-people-table.
           05 ws-people-entry occurs 1000 times.
               10 ws-ppl-number             pic x(9).
               10 ws-ppl-name               pic x(20).
               10 ws-ppl-year               pic 9(4).
               10 ws-ppl-completion         pic 9(5).

       01 ws-people-count                   pic 9(4) value 0.
       01 ws-people-idx                     pic 9(4) value 0.
       01 ws-people-match-idx               pic 9(4) value 0.
       01 ws-input-status                   pic xx value spaces.
       01 sw-input-eof                      pic x value "n".
       01 ws-graduates-status               pic xx value spaces.
       01 sw-graduates-eof                  pic x value "n".

      *---------------Term History Table--------------------------
       01 ws-term-table.
           05 ws-term-entry occurs 2000 times.
               10 ws-term-student           pic x(9).
               10 ws-term-term              pic 9(5).
               10 ws-term-status            pic x.

       01 ws-term-count                     pic 9(4) value 0.
       01 ws-term-idx                       pic 9(4) value 0.
       01 ws-termhist-status                pic xx value spaces.
       01 sw-termhist-eof                   pic x value "n".

       01 ws-overflow-sw                    pic x value "N".
           88 ws-overflow                        value "Y".
       01 ws-found-sw                       pic x value "N".
           88 ws-found                           value "Y".

      *---------------One Student's Record------------------------
       01 ws-enrolled-terms                 pic 99 value 0.
       01 ws-first-term                     pic 9(5) value 0.
       01 ws-last-term                      pic 9(5) value 0.
       01 ws-latest-term                    pic 9(5) value 0.
       01 ws-latest-status                  pic x value space.
       01 ws-walk-term                      pic 9(5) value 0.
       01 ws-walk-year                      pic 9(4) value 0.
       01 ws-walk-part                      pic 9 value 0.
       01 ws-walk-enrolled-sw               pic x value "N".
           88 ws-walk-enrolled                   value "Y".
       01 ws-walk-withdrawn-sw              pic x value "N".
           88 ws-walk-withdrawn                  value "Y".
       01 ws-gap-count                      pic 99 value 0.
       01 ws-terms-edit                     pic z9.
       01 ws-term-edit                      pic 9(5).
       01 ws-year-edit                      pic 9(4).

      *---------------Refusals------------------------------------
      *    kept to print as one list after the letters
       01 ws-refusal-table.
           05 ws-refusal-entry occurs 500 times.
               10 ws-ref-student            pic x(9).
               10 ws-ref-purpose            pic x(30).
               10 ws-ref-reason             pic x(30).

       01 ws-refusal-count                  pic 999 value 0.
       01 ws-refusal-idx                    pic 999 value 0.

       01 ws-request-status                 pic xx value spaces.
       01 sw-request-eof                    pic x value "n".
       01 ws-letterlog-status               pic xx value spaces.
       01 sw-letterlog-eof                  pic x value "n".
       01 ws-letter-number                  pic 9(5) value 0.

       01 ws-count-read                     pic 9(5) value 0.
       01 ws-count-issued                   pic 9(5) value 0.
       01 ws-count-refused                  pic 9(5) value 0.

      *shared batch-control file - tracks which business date each
      *job in the batch suite last processed, so a job doesn't get
      *accidentally rerun against the same day's data or skip a day
       01 ws-batch-control-table.
           05 ws-bc-entry occurs 50 times.
               10 ws-bc-job-name             pic x(8).
               10 ws-bc-last-run-date        pic 9(8).
               10 ws-bc-run-sequence         pic 9(5).

       01 ws-run-start-hhmmss               pic 9(8).
       01 ws-run-end-hhmmss                 pic 9(8).
       01 ws-runstats-status                pic xx.
       01 ws-stats-read                     pic 9(7) value 0.
       01 ws-stats-written                  pic 9(7) value 0.

       01 ws-except-key                     pic x(20).
       01 ws-except-reason                  pic x(30).
       01 ws-exceptlog-status               pic xx.

       01 ws-dep-table.
           05 ws-dep-entry occurs 20 times.
               10 ws-dep-job                 pic x(8).
               10 ws-dep-pred                pic x(8).

       01 ws-dep-count                      pic 99 value 0.
       01 ws-dep-idx                         pic 99 value 0.
       01 ws-batchdeps-status                pic xx.
       01 sw-batchdeps-eof                   pic x value "n".
       01 ws-pred-found-sw                   pic x value "N".
           88 ws-pred-found                       value "Y".
       01 ws-pred-idx                        pic 99 value 0.

       01 ws-bc-count                       pic 99 value 0.
       01 ws-bc-idx                          pic 99 value 0.
       01 ws-bc-match-idx                    pic 99 value 0.
       01 ws-bc-found-sw                     pic x value "N".
           88 ws-bc-found                         value "Y".
       01 ws-batchctl-status                 pic xx.
       01 sw-batchctl-eof                    pic x value "n".
       01 ws-this-job-name                   pic x(8) value "LAB2VRFY".
       01 ws-today-yyyymmdd                  pic 9(8).

      *    the business-day calendar, date-ascending.  a missing or
      *    short calendar leaves both business dates at today, which
      *    is the old raw-date behaviour exactly.
       01 ws-cal-table.
           05 ws-cal-entry occurs 400 times.
               10 ws-cal-date                pic 9(8).
               10 ws-cal-busday              pic x.
               10 ws-cal-monthend            pic x.
               10 ws-cal-periodend           pic x.

       01 ws-cal-count                      pic 999 value 0.
       01 ws-cal-idx                         pic 999 value 0.
       01 ws-buscal-status                   pic xx.
       01 sw-buscal-eof                      pic x value "n".
       01 ws-business-date                   pic 9(8) value 0.
       01 ws-prev-business-date              pic 9(8) value 0.
       01 ws-cal-monthend-sw                 pic x value "N".
           88 ws-cal-monthend-today               value "Y".
       01 ws-cal-periodend-sw                pic x value "N".
           88 ws-cal-periodend-today              value "Y".

       procedure division.

           accept ws-today-yyyymmdd from date yyyymmdd.
           perform 940-read-business-calendar.
           perform 960-check-batch-control.
           accept ws-run-start-hhmmss from time.

           perform 050-read-students.
           perform 060-read-term-history.
           perform 070-read-letter-log.

           if ws-overflow
               display "student or history files exceed the tables -"
                   " run refused, split the files"
               goback
           end-if.

           open input request-file.
           if ws-request-status not = "00"
               display "no verification requests on file -"
                   " nothing to do"
               goback
           end-if.

           open output letter-file,
                       register-file.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.
           move "letters issued" to sl-text.
           write print-line from section-line
               after advancing 2 lines.

      *    the letter log accumulates run over run
           open extend letter-log-file.
           if ws-letterlog-status not = "00"
               and ws-letterlog-status not = "05"
               open output letter-log-file
           end-if.

           read request-file
               at end move "y" to sw-request-eof
           end-read.
           perform 100-answer-one-request
               until sw-request-eof = "y".

           close request-file,
                 letter-file,
                 letter-log-file.

      *    the requests are answered - a rerun must not issue the
      *    same letters twice
           open output request-file.
           close request-file.

           perform 400-print-refusals.
           perform 500-write-register-totals.

           close register-file.

           move ws-count-read to ws-stats-read.
           move ws-count-issued to ws-stats-written.
           perform 958-write-run-stats.

           goback.

       050-read-students.

      *    the active file first, then the graduates - a graduate
      *    carries the completion term for the letter
           open input input-file.
           if ws-input-status = "00"
               read input-file
                   at end move "y" to sw-input-eof
               end-read
               if ws-input-status not = "00"
                   move "y" to sw-input-eof
               end-if
               perform 055-load-one-active
                   until sw-input-eof = "y"
               close input-file
           end-if.

           open input graduates-file.
           if ws-graduates-status = "00"
               read graduates-file
                   at end move "y" to sw-graduates-eof
               end-read
               if ws-graduates-status not = "00"
                   move "y" to sw-graduates-eof
               end-if
               perform 057-load-one-graduate
                   until sw-graduates-eof = "y"
               close graduates-file
           end-if.

       055-load-one-active.

           if ws-people-count < 1000
               add 1 to ws-people-count
               move input-student-number
                   to ws-ppl-number(ws-people-count)
               move input-student-name to ws-ppl-name(ws-people-count)
               move input-student-year to ws-ppl-year(ws-people-count)
               move 0 to ws-ppl-completion(ws-people-count)
           else
               set ws-overflow to true
           end-if.

           read input-file
               at end move "y" to sw-input-eof
           end-read.
           if ws-input-status not = "00"
               move "y" to sw-input-eof
           end-if.

       057-load-one-graduate.

           if ws-people-count < 1000
               add 1 to ws-people-count
               move gr-student-number to ws-ppl-number(ws-people-count)
               move gr-student-name to ws-ppl-name(ws-people-count)
               move gr-entry-year to ws-ppl-year(ws-people-count)
               move gr-completion-term
                   to ws-ppl-completion(ws-people-count)
           else
               set ws-overflow to true
           end-if.

           read graduates-file
               at end move "y" to sw-graduates-eof
           end-read.
           if ws-graduates-status not = "00"
               move "y" to sw-graduates-eof
           end-if.

       060-read-term-history.

           open input term-history-file.
           if ws-termhist-status = "00"
               read term-history-file
                   at end move "y" to sw-termhist-eof
               end-read
               if ws-termhist-status not = "00"
                   move "y" to sw-termhist-eof
               end-if
               perform 065-load-one-term
                   until sw-termhist-eof = "y"
                       or ws-term-count = 2000
               if sw-termhist-eof not = "y"
                   set ws-overflow to true
               end-if
               close term-history-file
           end-if.

       065-load-one-term.

           add 1 to ws-term-count.
           move th-student-number to ws-term-student(ws-term-count).
           move th-term to ws-term-term(ws-term-count).
           move th-status to ws-term-status(ws-term-count).

           read term-history-file
               at end move "y" to sw-termhist-eof
           end-read.
           if ws-termhist-status not = "00"
               move "y" to sw-termhist-eof
           end-if.

       070-read-letter-log.

      *    letter numbers carry on from the last one issued
           open input letter-log-file.
           if ws-letterlog-status = "00"
               read letter-log-file
                   at end move "y" to sw-letterlog-eof
               end-read
               if ws-letterlog-status not = "00"
                   move "y" to sw-letterlog-eof
               end-if
               perform 075-check-one-letter
                   until sw-letterlog-eof = "y"
               close letter-log-file
           end-if.

       075-check-one-letter.

           if ll-letter-number is numeric
               and ll-letter-number > ws-letter-number
               move ll-letter-number to ws-letter-number
           end-if.

           read letter-log-file
               at end move "y" to sw-letterlog-eof
           end-read.
           if ws-letterlog-status not = "00"
               move "y" to sw-letterlog-eof
           end-if.

       100-answer-one-request.

           add 1 to ws-count-read.

      *    the graduates were loaded last, so a student who has left
      *    is found on their graduate record
           move "N" to ws-found-sw.
           perform 105-check-one-person
               varying ws-people-idx from 1 by 1
               until ws-people-idx > ws-people-count.

           if ws-found
               perform 200-read-student-history
           end-if.

           move spaces to ws-except-reason.
           evaluate true
               when vr-student-number = spaces
                   or not ws-found
                   move "student not on file" to ws-except-reason
               when vr-purpose = spaces
                   move "no purpose given" to ws-except-reason
               when ws-ppl-completion(ws-people-match-idx) = 0
                   and ws-latest-status = "W"
                   move "student withdrawn" to ws-except-reason
           end-evaluate.

           if ws-except-reason not = spaces
               add 1 to ws-count-refused
               if ws-refusal-count < 500
                   add 1 to ws-refusal-count
                   move vr-student-number
                       to ws-ref-student(ws-refusal-count)
                   move vr-purpose to ws-ref-purpose(ws-refusal-count)
                   move ws-except-reason
                       to ws-ref-reason(ws-refusal-count)
               end-if
               move vr-student-number to ws-except-key
               perform 955-write-exception
           else
               perform 300-write-letter
           end-if.

           read request-file
               at end move "y" to sw-request-eof
           end-read.

       105-check-one-person.

           if ws-ppl-number(ws-people-idx) = vr-student-number
               set ws-found to true
               move ws-people-idx to ws-people-match-idx
           end-if.

       200-read-student-history.

      *    enrolled terms attended, the span they cover, and the
      *    status of the student's latest term - a withdrawal or a
      *    graduation in that term outranks the enrollment
           move 0 to ws-enrolled-terms.
           move 0 to ws-first-term.
           move 0 to ws-last-term.
           move 0 to ws-latest-term.
           move space to ws-latest-status.

           perform 205-check-one-term
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count.

       205-check-one-term.

           if ws-term-student(ws-term-idx) = vr-student-number
               if ws-term-status(ws-term-idx) = "E"
                   add 1 to ws-enrolled-terms
                   if ws-first-term = 0
                       or ws-term-term(ws-term-idx) < ws-first-term
                       move ws-term-term(ws-term-idx) to ws-first-term
                   end-if
                   if ws-term-term(ws-term-idx) > ws-last-term
                       move ws-term-term(ws-term-idx) to ws-last-term
                   end-if
               end-if
               if ws-term-term(ws-term-idx) > ws-latest-term
                   move ws-term-term(ws-term-idx) to ws-latest-term
                   move ws-term-status(ws-term-idx)
                       to ws-latest-status
               else
                   if ws-term-term(ws-term-idx) = ws-latest-term
                       and ws-term-status(ws-term-idx) not = "E"
                       move ws-term-status(ws-term-idx)
                           to ws-latest-status
                   end-if
               end-if
           end-if.

       300-write-letter.

           add 1 to ws-count-issued.
           add 1 to ws-letter-number.

           write letter-line from letter-heading-line
               after advancing page.

           move ws-business-date to ldl-date.
           move ws-letter-number to ldl-letter-number.
           write letter-line from letter-date-line
               after advancing 1 line.

           move vr-purpose to lrl-purpose.
           write letter-line from letter-re-line
               after advancing 2 lines.

           move vr-student-number to lsl-student-number.
           move ws-ppl-name(ws-people-match-idx) to lsl-student-name.
           write letter-line from letter-student-line
               after advancing 1 line.

           move "to whom it may concern:" to ltl-text.
           write letter-line from letter-text-line
               after advancing 2 lines.
           move "this office confirms the enrollment record of the"
               to ltl-text.
           write letter-line from letter-text-line
               after advancing 2 lines.
           move "student named above, as held on our files."
               to ltl-text.
           write letter-line from letter-text-line
               after advancing 1 line.

           move "enrollment start year" to lfl-label.
           move ws-ppl-year(ws-people-match-idx) to ws-year-edit.
           move ws-year-edit to lfl-value.
           write letter-line from letter-fact-line
               after advancing 2 lines.

           move "terms attended" to lfl-label.
           move ws-enrolled-terms to ws-terms-edit.
           move ws-terms-edit to lfl-value.
           write letter-line from letter-fact-line
               after advancing 1 line.

           if ws-enrolled-terms > 0
               move "first term attended" to lfl-label
               move ws-first-term to ws-term-edit
               move ws-term-edit to lfl-value
               write letter-line from letter-fact-line
                   after advancing 1 line
               move "last term attended" to lfl-label
               move ws-last-term to ws-term-edit
               move ws-term-edit to lfl-value
               write letter-line from letter-fact-line
                   after advancing 1 line
           end-if.

           move "current status" to lfl-label.
           if ws-ppl-completion(ws-people-match-idx) > 0
               move "graduated" to lfl-value
           else
               move "currently enrolled" to lfl-value
           end-if.
           write letter-line from letter-fact-line
               after advancing 1 line.

           move "graduation" to lfl-label.
           if ws-ppl-completion(ws-people-match-idx) > 0
               move ws-ppl-completion(ws-people-match-idx)
                   to ws-term-edit
               move spaces to lfl-value
               string "completed term " ws-term-edit
                   delimited by size into lfl-value
           else
               move "not yet graduated" to lfl-value
           end-if.
           write letter-line from letter-fact-line
               after advancing 1 line.

           perform 310-write-gaps.

           move "registrar's office" to ltl-text.
           write letter-line from letter-text-line
               after advancing 3 lines.

           move spaces to letter-log-line.
           move ws-letter-number to ll-letter-number.
           move ws-business-date to ll-issue-date.
           move vr-student-number to ll-student-number.
           if ws-ppl-completion(ws-people-match-idx) > 0
               move "G" to ll-status
           else
               move "E" to ll-status
           end-if.
           move vr-purpose to ll-purpose.
           write letter-log-line.

           move spaces to register-detail-line.
           move vr-student-number to rdl-student-number.
           move vr-purpose to rdl-purpose.
           move ws-letter-number to ws-term-edit.
           string "letter " ws-term-edit
               delimited by size into rdl-note.
           write print-line from register-detail-line
               after advancing 1 line.

       310-write-gaps.

      *    every term between the first and last attended that the
      *    student was not enrolled in - two terms to the year, as
      *    the years-enrolled figure counts them
           move "gaps in attendance:" to ltl-text.
           write letter-line from letter-text-line
               after advancing 2 lines.

           move 0 to ws-gap-count.
           if ws-enrolled-terms > 0
               move ws-first-term to ws-walk-term
               perform 320-check-one-walk-term
                   until ws-walk-term > ws-last-term
           end-if.

           if ws-gap-count = 0
               move "    none" to ltl-text
               write letter-line from letter-text-line
                   after advancing 1 line
           end-if.

       320-check-one-walk-term.

           move "N" to ws-walk-enrolled-sw.
           move "N" to ws-walk-withdrawn-sw.
           perform 325-check-one-walk-record
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count.

           if not ws-walk-enrolled
               add 1 to ws-gap-count
               move spaces to letter-gap-line
               move ws-walk-term to lgl-term
               if ws-walk-withdrawn
                   move "withdrawn" to lgl-text
               else
                   move "not enrolled" to lgl-text
               end-if
               write letter-line from letter-gap-line
                   after advancing 1 line
           end-if.

           divide ws-walk-term by 10 giving ws-walk-year
               remainder ws-walk-part.
           if ws-walk-part < 2
               add 1 to ws-walk-term
           else
               compute ws-walk-term = (ws-walk-year + 1) * 10 + 1
           end-if.

       325-check-one-walk-record.

           if ws-term-student(ws-term-idx) = vr-student-number
               and ws-term-term(ws-term-idx) = ws-walk-term
               if ws-term-status(ws-term-idx) = "E"
                   set ws-walk-enrolled to true
               end-if
               if ws-term-status(ws-term-idx) = "W"
                   set ws-walk-withdrawn to true
               end-if
           end-if.

       400-print-refusals.

           move "refused - no letter issued" to sl-text.
           write print-line from section-line
               after advancing 2 lines.

           perform 410-print-one-refusal
               varying ws-refusal-idx from 1 by 1
               until ws-refusal-idx > ws-refusal-count.

           if ws-refusal-count = 0
               move "none" to sl-text
               write print-line from section-line
                   after advancing 1 line
           end-if.

       410-print-one-refusal.

           move spaces to register-detail-line.
           move ws-ref-student(ws-refusal-idx) to rdl-student-number.
           move ws-ref-purpose(ws-refusal-idx) to rdl-purpose.
           move ws-ref-reason(ws-refusal-idx) to rdl-note.
           write print-line from register-detail-line
               after advancing 1 line.

       500-write-register-totals.

           move "requests read" to cl-label.
           move ws-count-read to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "letters issued" to cl-label.
           move ws-count-issued to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "requests refused" to cl-label.
           move ws-count-refused to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

       940-read-business-calendar.

      *    a missing calendar, or one that does not cover today,
      *    runs the job on the raw calendar date exactly as before
      *    the calendar existed.
           move ws-today-yyyymmdd to ws-business-date.
           move ws-today-yyyymmdd to ws-prev-business-date.

           open input business-cal-file.
           if ws-buscal-status = "00"
               read business-cal-file
                   at end move "y" to sw-buscal-eof
               end-read
               if ws-buscal-status not = "00"
                   move "y" to sw-buscal-eof
               end-if
               perform 941-load-one-cal-entry
                   until sw-buscal-eof = "y"
                       or ws-cal-count = 400
               close business-cal-file
           end-if.

           if ws-cal-count > 0
               perform 942-derive-business-dates
           end-if.

       941-load-one-cal-entry.

           add 1 to ws-cal-count.
           move cal-date to ws-cal-date(ws-cal-count).
           move cal-business-flag to ws-cal-busday(ws-cal-count).
           move cal-month-end-flag to ws-cal-monthend(ws-cal-count).
           move cal-period-end-flag to ws-cal-periodend(ws-cal-count).

           read business-cal-file
               at end move "y" to sw-buscal-eof
           end-read.
           if ws-buscal-status not = "00"
               move "y" to sw-buscal-eof
           end-if.

       942-derive-business-dates.

      *    the current business date is the latest business day on
      *    or before today and the previous one is the business day
      *    before that - weekends and holidays are simply records
      *    flagged non-business, so no date arithmetic is done here.
           move 0 to ws-business-date.
           move 0 to ws-prev-business-date.

           perform 943-take-one-cal-date
               varying ws-cal-idx from 1 by 1
               until ws-cal-idx > ws-cal-count.

           if ws-business-date = 0
               display "warning - business calendar does not cover "
                   ws-today-yyyymmdd " - using the calendar date"
               move ws-today-yyyymmdd to ws-business-date
               move ws-today-yyyymmdd to ws-prev-business-date
           else
               if ws-prev-business-date = 0
                   move ws-business-date to ws-prev-business-date
               end-if
           end-if.

       943-take-one-cal-date.

           if ws-cal-date(ws-cal-idx) <= ws-today-yyyymmdd
               and ws-cal-busday(ws-cal-idx) = "Y"
               move ws-business-date to ws-prev-business-date
               move ws-cal-date(ws-cal-idx) to ws-business-date
               move "N" to ws-cal-monthend-sw
               move "N" to ws-cal-periodend-sw
               if ws-cal-monthend(ws-cal-idx) = "M"
                   set ws-cal-monthend-today to true
               end-if
               if ws-cal-periodend(ws-cal-idx) = "P"
                   set ws-cal-periodend-today to true
               end-if
           end-if.

       960-check-batch-control.
           perform 961-read-batch-control.

      *    refuse to run against stale inputs - every predecessor
      *    must already have completed for today's business date
           perform 967-check-dependencies.

           move "N" to ws-bc-found-sw.
           perform 964-check-bc-job-entry
               varying ws-bc-idx from 1 by 1
               until ws-bc-idx > ws-bc-count.

           if ws-bc-found
               if ws-bc-last-run-date(ws-bc-match-idx)
                       = ws-business-date
                   display "warning - " ws-this-job-name
                       " has already processed this business date"
               end-if
               add 1 to ws-bc-run-sequence(ws-bc-match-idx)
               move ws-business-date
                   to ws-bc-last-run-date(ws-bc-match-idx)
           else
               if ws-bc-count < 50
                   add 1 to ws-bc-count
                   move ws-this-job-name to ws-bc-job-name(ws-bc-count)
                   move ws-business-date
                       to ws-bc-last-run-date(ws-bc-count)
                   move 1 to ws-bc-run-sequence(ws-bc-count)
                   move ws-bc-count to ws-bc-match-idx
               end-if
           end-if.

           perform 965-write-batch-control.

       961-read-batch-control.
      *    a missing control file just means this is the first run
      *    of any job against it.
           open input batch-control-file.
           if ws-batchctl-status = "00"
               read batch-control-file
                   at end move "y" to sw-batchctl-eof
               end-read
               if ws-batchctl-status not = "00"
                   move "y" to sw-batchctl-eof
               end-if
               perform 962-load-one-bc-entry
                   until sw-batchctl-eof = "y"
                       or ws-bc-count = 50
               close batch-control-file
           end-if.

       962-load-one-bc-entry.

           add 1 to ws-bc-count.
           move bc-job-name to ws-bc-job-name(ws-bc-count).
           move bc-last-run-date to ws-bc-last-run-date(ws-bc-count).
           move bc-run-sequence to ws-bc-run-sequence(ws-bc-count).

           read batch-control-file
               at end move "y" to sw-batchctl-eof
           end-read.
           if ws-batchctl-status not = "00"
               move "y" to sw-batchctl-eof
           end-if.

       964-check-bc-job-entry.
           if ws-bc-job-name(ws-bc-idx) = ws-this-job-name
               set ws-bc-found to true
               move ws-bc-idx to ws-bc-match-idx
           end-if.

       965-write-batch-control.
           open output batch-control-file.
           perform 966-write-one-bc-entry
               varying ws-bc-idx from 1 by 1
               until ws-bc-idx > ws-bc-count.
           close batch-control-file.

       966-write-one-bc-entry.
           move ws-bc-job-name(ws-bc-idx) to bc-job-name.
           move ws-bc-last-run-date(ws-bc-idx) to bc-last-run-date.
           move ws-bc-run-sequence(ws-bc-idx) to bc-run-sequence.
           write batch-control-line.

       967-check-dependencies.

           perform 968-read-batch-deps.

           perform 969-check-one-dependency
               varying ws-dep-idx from 1 by 1
               until ws-dep-idx > ws-dep-count.

       968-read-batch-deps.
      *    a missing dependency table just means no job waits on
      *    another.
           open input batch-deps-file.
           if ws-batchdeps-status = "00"
               read batch-deps-file
                   at end move "y" to sw-batchdeps-eof
               end-read
               if ws-batchdeps-status not = "00"
                   move "y" to sw-batchdeps-eof
               end-if
               perform 9681-load-one-dep
                   until sw-batchdeps-eof = "y"
                       or ws-dep-count = 20
               close batch-deps-file
           end-if.

       9681-load-one-dep.

           add 1 to ws-dep-count.
           move bd-job-name to ws-dep-job(ws-dep-count).
           move bd-predecessor to ws-dep-pred(ws-dep-count).

           read batch-deps-file
               at end move "y" to sw-batchdeps-eof
           end-read.
           if ws-batchdeps-status not = "00"
               move "y" to sw-batchdeps-eof
           end-if.

       969-check-one-dependency.

           if ws-dep-job(ws-dep-idx) = ws-this-job-name
               move "N" to ws-pred-found-sw
               perform 9691-check-pred-ran-today
                   varying ws-pred-idx from 1 by 1
                   until ws-pred-idx > ws-bc-count
               if not ws-pred-found
                   display "*** " ws-this-job-name
                       " not run - predecessor "
                       ws-dep-pred(ws-dep-idx)
                       " has not completed for this business date"
                       " ***"
                   stop run
               end-if
           end-if.

       9691-check-pred-ran-today.

      *    the previous business date also satisfies the check, so a
      *    suite that crosses midnight or runs after a holiday still
      *    agrees about which night it is.
           if ws-bc-job-name(ws-pred-idx) = ws-dep-pred(ws-dep-idx)
               and (ws-bc-last-run-date(ws-pred-idx)
                       = ws-business-date
                   or ws-bc-last-run-date(ws-pred-idx)
                       = ws-prev-business-date)
               set ws-pred-found to true
           end-if.

       955-write-exception.

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
           write except-log-line.
           close except-log-file.

       958-write-run-stats.

      *    the record is built only after the open - the open resets
      *    the record area
           accept ws-run-end-hhmmss from time.
           open extend run-stats-file.
           if ws-runstats-status not = "00"
               and ws-runstats-status not = "05"
               open output run-stats-file
           end-if.
           move spaces to run-stats-line.
           move ws-this-job-name to rs-job-name.
           move ws-business-date to rs-run-date.
           move ws-run-start-hhmmss(1:6) to rs-start-time.
           move ws-run-end-hhmmss(1:6) to rs-end-time.
           move ws-stats-read to rs-records-read.
           move ws-stats-written to rs-records-written.
           write run-stats-line.
           close run-stats-file.

       end program Lab2Verify.
