      *    with their completion term, their term history closes
      *    with a graduated status, and the register reconciles
      *    students-in to students-out. the active file finally
      *    means "currently enrolled". an eligible student the
      *    term-end fees run put on hold for an unpaid balance stays
      *    active until the hold clears.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-graduates-status.

      *    students held for an unpaid balance, rebuilt by each
      *    term-end fees run.  a missing file holds nobody.
           select fee-hold-file
           assign to "../../../data/lab2FeeHolds.dat"
           organization is line sequential
           file status is ws-feehold-status.

           select register-file
           assign to "../../../data/lab2Graduation.out"
           organization is line sequential.
           05 gr-entry-year                 pic 9(4).
           05 gr-completion-term            pic 9(5).

       fd  fee-hold-file
           data record is fee-hold-line.

       01  fee-hold-line.
           05 fh-student-number             pic x(9).
           05 fh-term                       pic 9(5).
           05 fh-prior-balance              pic 9(7)v99.

       fd  register-file
           data record is print-line
           record contains 80 characters.
               value "completion term ".
           05 rdl-completion                pic 9(5).

       01 register-held-line.
           05 filler                        pic x(5).
           05 rhl-student-number            pic x(9).
           05 filler                        pic x(2).
           05 rhl-student-name              pic x(20).
           05 filler                        pic x(2).
           05 filler                        pic x(18)
               value "held - unpaid fees".
           05 filler                        pic x(2).
           05 rhl-balance                   pic z,zzz,zz9.99.

       01 ws-count-line.
           05 filler                        pic x(5).
           05 cl-label                      pic x(26).
       01 ws-student-on-history-sw          pic x value "N".
           88 ws-student-on-history              value "Y".

      *---------------Fee Holds-----------------------------------
       01 ws-hold-table.
           05 ws-hold-entry occurs 1000 times.
               10 ws-hold-student           pic x(9).
               10 ws-hold-balance           pic 9(7)v99.

       01 ws-hold-count                     pic 9(4) value 0.
       01 ws-hold-idx                       pic 9(4) value 0.
       01 ws-feehold-status                 pic xx value spaces.
       01 sw-feehold-eof                    pic x value "n".
       01 ws-hold-overflow-sw               pic x value "N".
           88 ws-hold-overflow                   value "Y".
       01 ws-student-held-sw                pic x value "N".
           88 ws-student-held                    value "Y".
       01 ws-held-balance                   pic 9(7)v99 value 0.

       01 ws-student-years                  pic 99 value 0.
       01 ws-grad-threshold                 pic 99 value 04.
       01 ws-end-year                       pic 9999 value 0.
       01 ws-count-in                       pic 9(5) value 0.
       01 ws-count-graduated                pic 9(5) value 0.
       01 ws-count-active                   pic 9(5) value 0.
       01 ws-count-held                     pic 9(5) value 0.

      *shared batch-control file - tracks which business date each
      *job in the batch suite last processed, so a job doesn't get

           perform 050-read-term-history.
           perform 060-stage-active-students.
           perform 070-read-fee-holds.

           if ws-stud-count = 0
               display "no active students on file - nothing to do"
               goback
           end-if.

           if ws-stud-overflow or ws-term-overflow or ws-hold-overflow
               display "active, history or hold file exceeds the"
                   " tables -"
                   " run refused, split the files"
               goback
           end-if.
           read input-file
               at end move "y" to sw-input-eof.

       070-read-fee-holds.

           open input fee-hold-file.
           if ws-feehold-status = "00"
               read fee-hold-file
                   at end move "y" to sw-feehold-eof
               end-read
               if ws-feehold-status not = "00"
                   move "y" to sw-feehold-eof
               end-if
               perform 075-load-one-hold
                   until sw-feehold-eof = "y"
                       or ws-hold-count = 1000
               if sw-feehold-eof not = "y"
                   set ws-hold-overflow to true
               end-if
               close fee-hold-file
           end-if.

       075-load-one-hold.

           add 1 to ws-hold-count.
           move fh-student-number to ws-hold-student(ws-hold-count).
           move fh-prior-balance to ws-hold-balance(ws-hold-count).

           read fee-hold-file
               at end move "y" to sw-feehold-eof
           end-read.
           if ws-feehold-status not = "00"
               move "y" to sw-feehold-eof
           end-if.

       100-judge-one-student.

      *    the same eligibility judgment the enrollment report
                   giving ws-student-years
           end-if.

      *    an eligible student on fee hold is not graduated - they
      *    stay on the active file and the register says why
           move "N" to ws-student-held-sw.
           if ws-student-years >= ws-grad-threshold
               perform 210-check-fee-hold
           end-if.

           if ws-student-years >= ws-grad-threshold
               and not ws-student-held
               move "Y" to ws-stud-grad-sw(ws-stud-idx)
               add 1 to ws-count-graduated

                   after advancing 1 line
           else
               add 1 to ws-count-active
               if ws-student-held
                   add 1 to ws-count-held
                   move ws-stud-number(ws-stud-idx)
                       to rhl-student-number
                   move ws-stud-name(ws-stud-idx) to rhl-student-name
                   move ws-held-balance to rhl-balance
                   write print-line from register-held-line
                       after advancing 1 line
               end-if
           end-if.

       200-count-enrolled-terms.
               end-if
           end-if.

       210-check-fee-hold.

           perform 215-check-one-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count
                   or ws-student-held.

       215-check-one-hold.

           if ws-hold-student(ws-hold-idx)
                   = ws-stud-number(ws-stud-idx)
               set ws-student-held to true
               move ws-hold-balance(ws-hold-idx) to ws-held-balance
           end-if.

       300-rewrite-active-file.

      *    only the still-enrolled go back - the active file
           write print-line from ws-count-line
               after advancing 1 line.

           move "  held for unpaid fees" to cl-label.
           move ws-count-held to cl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           if ws-count-in = ws-count-graduated + ws-count-active
               write print-line from reconcile-good-line
                   after advancing 2 lines
