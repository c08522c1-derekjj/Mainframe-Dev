       identification division.
       program-id. OpsRefCheck.
       author. Derek Johnston.
       date-written. 2026-10-15.

      *    the pre-window reference check. the feed check proves
      *    the feeds arrived - this proves the hand-edited parameter
      *    and reference files the suite leans on (rate tables,
      *    cutoffs, commission tiers, tax rates, price lists, the
      *    business calendar, the batch dependencies) still say
      *    something sane. the rule register names each file and
      *    the rules its contents must keep; every rule is run, the
      *    report says pass or fail rule by rule with the offending
      *    lines, every failure goes to the exception repository,
      *    and the on-call contact for the file's subject area is
      *    raised on the alert file - a typo found at 8 p.m. instead
      *    of by a 2 a.m. abend.

       environment division.
       input-output section.
       file-control.

      *    the rule register - one rule per line against one file.
           select rule-file
           assign to "../../../data/RefRules.dat"
           organization is line sequential
           file status is ws-rule-status.

      *    the reference file under test - path set per rule.
           select ref-file
           assign to ws-ref-path
           organization is line sequential
           file status is ws-ref-status.

           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

      *    the weekly on-call rotation and the contact master the
      *    Lab1 contact program maintains.
           select on-call-file
           assign to "../../../data/lab1OnCall.dat"
           organization is line sequential
           file status is ws-oncall-status.

           select contact-file
           assign to "../../../data/lab1Contacts.dat"
           organization is line sequential
           file status is ws-contact-status.

      *    tonight's failures, one line per failed rule, addressed
      *    to the on-call contact - rewritten every run.
           select alert-file
           assign to "../../../data/RefCheckAlert.dat"
           organization is line sequential
           file status is ws-alert-status.

           select report-file
           assign to "../../../data/OpsRefCheck.out"
           organization is line sequential.

       data division.
       file section.

      *    rules -
      *      NUMF  field a numeric
      *      RNGE  field a numeric and within low..high, written in
      *            the field's own digits (a 9v999 rate of 0.250 is
      *            a high of 250)
      *      DATE  field a a real yyyymmdd date within low..high
      *            (zero leaves that end open)
      *      UNIQ  field a never repeats - the duplicate-key check
      *      ASCD  field a strictly ascending line to line
      *      TIER  field a the tier's low, field b its high - each
      *            tier starts one past the previous tier's high
      *      REFS  field b, where given, names a field a value on
      *            some line of the same file - every predecessor
      *            on the dependency file is itself a known job
       fd  rule-file
           data record is rule-line.

       01  rule-line.
           05 rr-file-label             pic x(12).
           05 rr-path                   pic x(60).
           05 rr-subject                pic x(12).
           05 rr-rule                   pic x(4).
           05 rr-start-a                pic 9(3).
           05 rr-length-a               pic 9(2).
           05 rr-start-b                pic 9(3).
           05 rr-length-b               pic 9(2).
           05 rr-low                    pic 9(9).
           05 rr-high                   pic 9(9).

       fd  ref-file
           data record is ref-line.

       01  ref-line                     pic x(132).

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

       fd  on-call-file
           data record is on-call-record.

       01  on-call-record.
           05 oc-subject                pic x(12).
           05 oc-week-start             pic 9(8).
           05 oc-name                   pic x(14).

       fd  contact-file
           data record is contact-record.

       01  contact-record.
           05 cr-name                   pic x(14).
           05 cr-email                  pic x(24).
           05 cr-phone                  pic x(12).

       fd  alert-file
           data record is alert-line.

       01  alert-line.
           05 al-run-date               pic 9(8).
           05 al-contact-name           pic x(14).
           05 al-email                  pic x(24).
           05 al-phone                  pic x(12).
           05 al-file-label             pic x(12).
           05 al-rule                   pic x(4).
           05 al-failures               pic 9(5).
           05 al-reason                 pic x(30).

       fd  report-file
           data record is print-line
           record contains 100 characters.

       01  print-line.
           05 filler                    pic x(100).

       working-storage section.

       01 ws-header.
           05 filler                    pic x(3).
           05 filler                    pic x(40)
               value "Derek Johnston, Reference File Check".

       01 rule-detail-line.
           05 filler                    pic x(3).
           05 rdl-file-label            pic x(12).
           05 filler                    pic x(2).
           05 rdl-rule                  pic x(4).
           05 filler                    pic x(2).
           05 rdl-result                pic x(4).
           05 filler                    pic x(2).
           05 rdl-failures              pic zzzz9.
           05 filler                    pic x(2).
           05 rdl-reason                pic x(30).
           05 filler                    pic x(2).
           05 rdl-call                  pic x(14).

       01 fail-detail-line.
           05 filler                    pic x(8).
           05 filler                    pic x(5) value "line ".
           05 fdl-line-number           pic zzzz9.
           05 filler                    pic x(2).
           05 fdl-value                 pic x(20).
           05 filler                    pic x(2).
           05 fdl-note                  pic x(30).

       01 verdict-go-line.
           05 filler                    pic x(3).
           05 filler                    pic x(44)
               value "GO - every reference file passes its rules".

       01 verdict-nogo-line.
           05 filler                    pic x(3).
           05 filler                    pic x(56) value
               "***** NO-GO - reference files fail, fix before window".

       01 ws-count-line.
           05 filler                    pic x(3).
           05 cl-label                  pic x(20).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zz9.

      *---------------On-Call Rotation----------------------------
       01 ws-oncall-table.
           05 ws-oncall-entry occurs 50 times.
               10 ws-oncall-subject     pic x(12).
               10 ws-oncall-week        pic 9(8).
               10 ws-oncall-name        pic x(14).

       01 ws-oncall-count           pic 99 value 0.
       01 ws-oncall-idx             pic 99 value 0.
       01 ws-oncall-status          pic xx value spaces.
       01 sw-oncall-eof             pic x value "n".

       01 ws-contact-table.
           05 ws-contact-entry occurs 200 times.
               10 ws-contact-name       pic x(14).
               10 ws-contact-email      pic x(24).
               10 ws-contact-phone      pic x(12).

       01 ws-contact-count          pic 999 value 0.
       01 ws-contact-idx            pic 999 value 0.
       01 ws-contact-status         pic xx value spaces.
       01 sw-contact-eof            pic x value "n".

       01 ws-best-week              pic 9(8) value 0.
       01 ws-oncall-name-found      pic x(14) value spaces.
       01 ws-oncall-email-found     pic x(24) value spaces.
       01 ws-oncall-phone-found     pic x(12) value spaces.

      *---------------Values Seen In The File---------------------
      *    field a values for the duplicate and reference checks
       01 ws-seen-table.
           05 ws-seen-entry occurs 2000 times
                                    pic x(20).

       01 ws-seen-count             pic 9(4) value 0.
       01 ws-seen-idx               pic 9(4) value 0.
       01 ws-seen-overflow-sw       pic x value "N".
           88 ws-seen-overflow          value "Y".
       01 ws-seen-found-sw          pic x value "N".
           88 ws-seen-found             value "Y".

       01 ws-rule-status            pic xx value spaces.
       01 sw-rule-eof               pic x value "n".
       01 ws-ref-status             pic xx value spaces.
       01 sw-ref-eof                pic x value "n".
       01 ws-exceptlog-status       pic xx value spaces.
       01 ws-alert-status           pic xx value spaces.

       01 ws-ref-path               pic x(60) value spaces.
       01 ws-this-job-name          pic x(8) value "REFCHECK".
       01 ws-today-yyyymmdd         pic 9(8) value 0.

      *---------------One Rule At Work----------------------------
       01 ws-rule-valid-sw          pic x value "N".
           88 ws-rule-valid             value "Y".
       01 ws-line-number            pic 9(5) value 0.
       01 ws-rule-failures          pic 9(5) value 0.
       01 ws-rule-reason            pic x(30) value spaces.
       01 ws-line-note              pic x(30) value spaces.
       01 ws-field-a                pic x(20) value spaces.
       01 ws-field-b                pic x(20) value spaces.
       01 ws-prev-field-a           pic x(20) value spaces.
       01 ws-num-a                  pic 9(9) value 0.
       01 ws-num-b                  pic 9(9) value 0.
       01 ws-prev-high              pic 9(9) value 0.
       01 ws-first-line-sw          pic x value "Y".
           88 ws-first-line             value "Y".
       01 ws-list-refs-sw           pic x value "N".
           88 ws-list-refs              value "Y".

       01 ws-date-work              pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-work.
           05 ws-date-year          pic 9(4).
           05 ws-date-month         pic 9(2).
           05 ws-date-day           pic 9(2).
       01 ws-days-in-month          pic 99 value 0.
       01 ws-leap-quotient          pic 9(4) value 0.
       01 ws-leap-rem-4             pic 9(3) value 0.
       01 ws-leap-rem-100           pic 9(3) value 0.
       01 ws-leap-rem-400           pic 9(3) value 0.
       01 ws-month-days-values.
           05 filler                pic x(24)
               value "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days         pic 99 occurs 12 times.

       01 ws-count-rules            pic 9(3) value 0.
       01 ws-count-passed           pic 9(3) value 0.
       01 ws-count-failed           pic 9(3) value 0.
       01 ws-except-key             pic x(20) value spaces.
       01 ws-except-reason          pic x(30) value spaces.

       procedure division.

           accept ws-today-yyyymmdd from date yyyymmdd.

           perform 050-read-on-call.
           perform 060-read-contacts.

           open output report-file,
                       alert-file.
           move spaces to print-line.
           write print-line from ws-header
               after advancing 1 line.

           open input rule-file.
           if ws-rule-status not = "00"
               display "no reference rule register - nothing checked"
               move "y" to sw-rule-eof
           end-if.

           if sw-rule-eof not = "y"
               read rule-file
                   at end move "y" to sw-rule-eof
               end-read
           end-if.
           perform 100-check-one-rule
               until sw-rule-eof = "y".
           if ws-rule-status = "00" or ws-rule-status = "10"
               close rule-file
           end-if.

           close alert-file.

           if ws-count-failed = 0
               and ws-count-rules > 0
               write print-line from verdict-go-line
                   after advancing 2 lines
           else
               write print-line from verdict-nogo-line
                   after advancing 2 lines
               display "***** reference check NO-GO - fix the"
                   " reference files before the window"
           end-if.

           move "rules checked" to cl-label.
           move ws-count-rules to cl-count.
           write print-line from ws-count-line
               after advancing 2 lines.

           move "passed" to cl-label.
           move ws-count-passed to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "failed" to cl-label.
           move ws-count-failed to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           close report-file.
           stop run.

       050-read-on-call.

           open input on-call-file.
           if ws-oncall-status = "00"
               read on-call-file
                   at end move "y" to sw-oncall-eof
               end-read
               if ws-oncall-status not = "00"
                   move "y" to sw-oncall-eof
               end-if
               perform 055-load-one-rotation
                   until sw-oncall-eof = "y"
                       or ws-oncall-count = 50
               close on-call-file
           end-if.

       055-load-one-rotation.

           add 1 to ws-oncall-count.
           move oc-subject to ws-oncall-subject(ws-oncall-count).
           move oc-week-start to ws-oncall-week(ws-oncall-count).
           move oc-name to ws-oncall-name(ws-oncall-count).

           read on-call-file
               at end move "y" to sw-oncall-eof
           end-read.
           if ws-oncall-status not = "00"
               move "y" to sw-oncall-eof
           end-if.

       060-read-contacts.

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
                       or ws-contact-count = 200
               close contact-file
           end-if.

       065-load-one-contact.

           add 1 to ws-contact-count.
           move cr-name to ws-contact-name(ws-contact-count).
           move cr-email to ws-contact-email(ws-contact-count).
           move cr-phone to ws-contact-phone(ws-contact-count).

           read contact-file
               at end move "y" to sw-contact-eof
           end-read.
           if ws-contact-status not = "00"
               move "y" to sw-contact-eof
           end-if.

       100-check-one-rule.

           add 1 to ws-count-rules.
           move 0 to ws-rule-failures.
           move spaces to ws-rule-reason.

           move spaces to rule-detail-line.
           move rr-file-label to rdl-file-label.
           move rr-rule to rdl-rule.

           perform 110-validate-rule.

           if ws-rule-valid
               move rr-path to ws-ref-path
               move "n" to sw-ref-eof
               open input ref-file
               if ws-ref-status not = "00"
                   move 1 to ws-rule-failures
                   move "file missing" to ws-rule-reason
               else
                   read ref-file
                       at end move "y" to sw-ref-eof
                   end-read
                   if sw-ref-eof = "y"
                       move 1 to ws-rule-failures
                       move "file empty" to ws-rule-reason
                   else
                       perform 200-run-rule
                   end-if
                   close ref-file
               end-if
           end-if.

           if ws-rule-failures = 0
               add 1 to ws-count-passed
               move "PASS" to rdl-result
               move 0 to rdl-failures
               write print-line from rule-detail-line
                   after advancing 1 line
           else
               add 1 to ws-count-failed
               move "FAIL" to rdl-result
               move ws-rule-failures to rdl-failures
               move ws-rule-reason to rdl-reason
               perform 700-find-on-call
               move ws-oncall-name-found to rdl-call
               write print-line from rule-detail-line
                   after advancing 1 line
               perform 800-raise-failure
           end-if.

      *    the failing lines print under the rule they broke
           if ws-rule-failures > 0
               and ws-rule-valid
               and ws-ref-status = "00"
               perform 150-list-failing-lines
           end-if.

           read rule-file
               at end move "y" to sw-rule-eof.

       110-validate-rule.

      *    a rule the register cannot state properly is itself a
      *    failure - a check that silently does nothing is worse
      *    than none
           move "Y" to ws-rule-valid-sw.
           if rr-start-a not numeric
               or rr-length-a not numeric
               or rr-start-b not numeric
               or rr-length-b not numeric
               or rr-low not numeric
               or rr-high not numeric
               move "N" to ws-rule-valid-sw
           else
               if rr-start-a = 0
                   or rr-length-a = 0
                   or rr-length-a > 20
                   or rr-start-a + rr-length-a - 1 > 132
                   move "N" to ws-rule-valid-sw
               end-if
               if (rr-rule = "TIER" or rr-rule = "REFS")
                   and (rr-start-b = 0
                       or rr-length-b = 0
                       or rr-length-b > 20
                       or rr-start-b + rr-length-b - 1 > 132)
                   move "N" to ws-rule-valid-sw
               end-if
               if (rr-rule = "RNGE" or rr-rule = "TIER")
                   and rr-length-a > 9
                   move "N" to ws-rule-valid-sw
               end-if
               if rr-rule = "TIER"
                   and rr-length-b > 9
                   move "N" to ws-rule-valid-sw
               end-if
               if rr-rule = "DATE"
                   and rr-length-a not = 8
                   move "N" to ws-rule-valid-sw
               end-if
           end-if.

           if rr-rule not = "NUMF" and rr-rule not = "RNGE"
               and rr-rule not = "DATE" and rr-rule not = "UNIQ"
               and rr-rule not = "ASCD" and rr-rule not = "TIER"
               and rr-rule not = "REFS"
               move "N" to ws-rule-valid-sw
           end-if.

           if not ws-rule-valid
               move 1 to ws-rule-failures
               move "rule not valid on register" to ws-rule-reason
           end-if.

       150-list-failing-lines.

      *    a second pass prints the offending lines - the first
      *    five, enough to find the typo
           move 0 to ws-rule-failures.
           move "n" to sw-ref-eof.
           open input ref-file.
           if ws-ref-status = "00"
               perform 210-reset-rule
               read ref-file
                   at end move "y" to sw-ref-eof
               end-read
               if rr-rule = "REFS"
                   perform 170-list-references
               else
                   perform 160-list-one-line
                       until sw-ref-eof = "y"
                           or ws-rule-failures = 5
               end-if
               close ref-file
           end-if.

       160-list-one-line.

           add 1 to ws-line-number.
           perform 220-judge-line.

           if ws-line-note not = spaces
               add 1 to ws-rule-failures
               move spaces to fail-detail-line
               move ws-line-number to fdl-line-number
               move ws-field-a to fdl-value
               move ws-line-note to fdl-note
               write print-line from fail-detail-line
                   after advancing 1 line
           end-if.

           read ref-file
               at end move "y" to sw-ref-eof.

       170-list-references.

           move "Y" to ws-list-refs-sw.
           perform 205-judge-and-count
               until sw-ref-eof = "y".
           move 0 to ws-rule-failures.
           perform 245-reread-for-references.
           perform 240-check-one-reference
               until sw-ref-eof = "y"
                   or ws-rule-failures = 5.
           move "N" to ws-list-refs-sw.

       200-run-rule.

           perform 210-reset-rule.
           perform 205-judge-and-count
               until sw-ref-eof = "y".

      *    references are only known once the whole file is in
           if rr-rule = "REFS"
               perform 245-reread-for-references
               perform 240-check-one-reference
                   until sw-ref-eof = "y"
           end-if.

           if ws-seen-overflow
               add 1 to ws-rule-failures
               move "file too big for the check" to ws-rule-reason
           end-if.

       205-judge-and-count.

           add 1 to ws-line-number.
           perform 220-judge-line.

           if ws-line-note not = spaces
               add 1 to ws-rule-failures
               if ws-rule-reason = spaces
                   move ws-line-note to ws-rule-reason
               end-if
           end-if.

           read ref-file
               at end move "y" to sw-ref-eof.

       210-reset-rule.

           move 0 to ws-line-number.
           move 0 to ws-seen-count.
           move "N" to ws-seen-overflow-sw.
           move spaces to ws-prev-field-a.
           move 0 to ws-prev-high.
           move "Y" to ws-first-line-sw.

       220-judge-line.

           move spaces to ws-line-note.
           move spaces to ws-field-a.
           move spaces to ws-field-b.
           move ref-line(rr-start-a:rr-length-a) to ws-field-a.
           if rr-start-b > 0 and rr-length-b > 0
               move ref-line(rr-start-b:rr-length-b) to ws-field-b
           end-if.

           evaluate rr-rule
               when "NUMF"
                   if ref-line(rr-start-a:rr-length-a) not numeric
                       move "not numeric" to ws-line-note
                   end-if
               when "RNGE"
                   if ref-line(rr-start-a:rr-length-a) not numeric
                       move "not numeric" to ws-line-note
                   else
                       move ref-line(rr-start-a:rr-length-a)
                           to ws-num-a
                       if ws-num-a < rr-low or ws-num-a > rr-high
                           move "outside sane bounds"
                               to ws-line-note
                       end-if
                   end-if
               when "DATE"
                   perform 230-judge-date
               when "UNIQ"
                   perform 250-find-seen
                   if ws-seen-found
                       move "duplicate key" to ws-line-note
                   else
                       perform 255-add-seen
                   end-if
               when "ASCD"
                   if not ws-first-line
                       and ws-field-a not > ws-prev-field-a
                       move "out of ascending order" to ws-line-note
                   end-if
                   move ws-field-a to ws-prev-field-a
               when "TIER"
                   perform 235-judge-tier
               when "REFS"
                   perform 255-add-seen
           end-evaluate.

           move "N" to ws-first-line-sw.

       230-judge-date.

           if ref-line(rr-start-a:rr-length-a) not numeric
               move "not a date" to ws-line-note
           else
               move ref-line(rr-start-a:rr-length-a) to ws-date-work
               if ws-date-month < 1 or ws-date-month > 12
                   or ws-date-day < 1
                   move "not a date" to ws-line-note
               else
                   move ws-month-days(ws-date-month)
                       to ws-days-in-month
                   if ws-date-month = 2
                       divide ws-date-year by 4
                           giving ws-leap-quotient
                           remainder ws-leap-rem-4
                       divide ws-date-year by 100
                           giving ws-leap-quotient
                           remainder ws-leap-rem-100
                       divide ws-date-year by 400
                           giving ws-leap-quotient
                           remainder ws-leap-rem-400
                       if ws-leap-rem-400 = 0
                           or (ws-leap-rem-4 = 0
                               and ws-leap-rem-100 not = 0)
                           move 29 to ws-days-in-month
                       end-if
                   end-if
                   if ws-date-day > ws-days-in-month
                       move "not a date" to ws-line-note
                   else
                       if (rr-low > 0 and ws-date-work < rr-low)
                           or (rr-high > 0
                               and ws-date-work > rr-high)
                           move "date out of range" to ws-line-note
                       end-if
                   end-if
               end-if
           end-if.

       235-judge-tier.

           if ref-line(rr-start-a:rr-length-a) not numeric
               or ref-line(rr-start-b:rr-length-b) not numeric
               move "tier bound not numeric" to ws-line-note
           else
               move ref-line(rr-start-a:rr-length-a) to ws-num-a
               move ref-line(rr-start-b:rr-length-b) to ws-num-b
               if ws-num-b < ws-num-a
                   move "tier high below its low" to ws-line-note
               else
                   if not ws-first-line
                       if ws-num-a < ws-prev-high + 1
                           move "tier overlaps the one before"
                               to ws-line-note
                       end-if
                       if ws-num-a > ws-prev-high + 1
                           move "gap after the tier before"
                               to ws-line-note
                       end-if
                   end-if
               end-if
               move ws-num-b to ws-prev-high
           end-if.

       240-check-one-reference.

           add 1 to ws-line-number.
           move spaces to ws-field-a.
           move ref-line(rr-start-b:rr-length-b) to ws-field-a.

           if ws-field-a not = spaces
               perform 250-find-seen
               if not ws-seen-found
                   add 1 to ws-rule-failures
                   move "reference to unknown value"
                       to ws-rule-reason
                   if ws-list-refs
                       move spaces to fail-detail-line
                       move ws-line-number to fdl-line-number
                       move ws-field-a to fdl-value
                       move "reference to unknown value"
                           to fdl-note
                       write print-line from fail-detail-line
                           after advancing 1 line
                   end-if
               end-if
           end-if.

           read ref-file
               at end move "y" to sw-ref-eof.

       245-reread-for-references.

           move "n" to sw-ref-eof.
           close ref-file.
           open input ref-file.
           move 0 to ws-line-number.
           read ref-file
               at end move "y" to sw-ref-eof.

       250-find-seen.

           move "N" to ws-seen-found-sw.
           perform 252-check-one-seen
               varying ws-seen-idx from 1 by 1
               until ws-seen-idx > ws-seen-count
                   or ws-seen-found.

       252-check-one-seen.

           if ws-seen-entry(ws-seen-idx) = ws-field-a
               set ws-seen-found to true
           end-if.

       255-add-seen.

           if ws-seen-count < 2000
               add 1 to ws-seen-count
               move ws-field-a to ws-seen-entry(ws-seen-count)
           else
               set ws-seen-overflow to true
           end-if.

       700-find-on-call.

      *    the file's subject area, then the rotation week in force
      *    today (the latest week start on or before it), then the
      *    contact's address and phone
           move 0 to ws-best-week.
           move spaces to ws-oncall-name-found.
           move spaces to ws-oncall-email-found.
           move spaces to ws-oncall-phone-found.

           if rr-subject not = spaces
               perform 710-match-rotation
                   varying ws-oncall-idx from 1 by 1
                   until ws-oncall-idx > ws-oncall-count
               if ws-oncall-name-found not = spaces
                   perform 720-match-contact
                       varying ws-contact-idx from 1 by 1
                       until ws-contact-idx > ws-contact-count
               end-if
           end-if.

       710-match-rotation.

           if ws-oncall-subject(ws-oncall-idx) = rr-subject
               and ws-oncall-week(ws-oncall-idx)
                   not > ws-today-yyyymmdd
               and ws-oncall-week(ws-oncall-idx)
                   not < ws-best-week
               move ws-oncall-week(ws-oncall-idx) to ws-best-week
               move ws-oncall-name(ws-oncall-idx)
                   to ws-oncall-name-found
           end-if.

       720-match-contact.

           if ws-contact-name(ws-contact-idx) = ws-oncall-name-found
               move ws-contact-email(ws-contact-idx)
                   to ws-oncall-email-found
               move ws-contact-phone(ws-contact-idx)
                   to ws-oncall-phone-found
           end-if.

       800-raise-failure.

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
           move spaces to ws-except-key.
           string rr-file-label " " rr-rule
               delimited by size into ws-except-key.
           move ws-except-key to el-record-key.
           move ws-rule-reason to ws-except-reason.
           move ws-except-reason to el-reason.
           move "O" to el-status.
           move spaces to el-fixed-by.
           move 0 to el-fixed-date.
           write except-log-line.
           close except-log-file.

      *    an area with nobody on call still raises the alert - the
      *    operator sees the blank name and phones the duty manager
           move spaces to alert-line.
           move ws-today-yyyymmdd to al-run-date.
           move ws-oncall-name-found to al-contact-name.
           move ws-oncall-email-found to al-email.
           move ws-oncall-phone-found to al-phone.
           move rr-file-label to al-file-label.
           move rr-rule to al-rule.
           move ws-rule-failures to al-failures.
           move ws-rule-reason to al-reason.
           write alert-line.

       end program OpsRefCheck.
