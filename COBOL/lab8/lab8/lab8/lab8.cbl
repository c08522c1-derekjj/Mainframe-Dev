           organization is line sequential
           file status is ws-empmast-status.

      *    salary history - every salary change, old and new, by
      *    employee and effective date.  appended run over run so
      *    the figures the master overwrites are never lost.
           select salary-history-file
           assign to "../../../data/lab8SalHist.dat"
           organization is line sequential
           file status is ws-salhist-status.

      *    shared batch-control file - tracks which business date
      *    each job in the batch suite last processed.
      *    job dependency table for the batch suite - each line names
           05 em-cost-center               pic x(3).
           05 em-salary                    pic 9(5)v99.
           05 em-effective-date            pic 9(8).
      *    'T' terminated - kept on the master, never raised
           05 em-status                    pic x.
               88 em-terminated                 value "T".
           05 em-status-date               pic 9(8).
           05 em-grade                     pic x(2).

       fd  salary-history-file
           data record is salary-history-line.

       01  salary-history-line.
           05 shl-employee-number          pic x(3).
           05 shl-effective-date           pic 9(8).
      *    'R' raise run, 'H' hire or rehire, 'P' promotion
           05 shl-source                   pic x.
           05 shl-old-salary               pic 9(6)v99.
           05 shl-new-salary               pic 9(6)v99.
           05 shl-merit-rating             pic x.
           05 shl-back-pay                 pic 9(6)v99.
           05 shl-run-date                 pic 9(8).

       fd  run-stats-file
           data record is run-stats-line.
               10 ws-payl-eff       pic 9(8).
               10 ws-payl-cc        pic x(3).
               10 ws-payl-done-sw   pic x.
               10 ws-payl-merit     pic x.
               10 ws-payl-retro     pic 9(5)v99.

       01 ws-pay-count               pic 999 value 0.
       01 ws-pay-idx                 pic 999 value 0.
               10 ws-emp-cc         pic x(3).
               10 ws-emp-salary     pic 9(5)v99.
               10 ws-emp-eff-date   pic 9(8).
               10 ws-emp-status     pic x.
               10 ws-emp-status-date pic 9(8).
               10 ws-emp-grade      pic x(2).

       01 ws-emp-count              pic 999 value 0.
       01 ws-emp-idx                 pic 999 value 0.
       01 ws-emp-match-idx           pic 999 value 0.
       01 ws-empmast-status          pic xx value spaces.
       01 ws-salhist-status          pic xx value spaces.
       01 sw-empmast-eof             pic x value "n".

       01 ws-emp-loaded-sw           pic x value "N".
       01 ws-emp-overflow-sw         pic x value "N".
           88 ws-emp-overflow             value "Y".

      *    leavers ride through the run untouched - kept out of the
      *    feed so nobody is raised after leaving and a restart's
      *    positional resume still lines up, then written back
      *    behind the active employees
       01 ws-leaver-table.
           05 ws-leaver-image occurs 500 times
                                    pic x(50).

       01 ws-leaver-count           pic 999 value 0.
       01 ws-leaver-idx             pic 999 value 0.
       01 ws-leaver-found-sw        pic x value "N".
           88 ws-leaver-found             value "Y".

      *    a restart reprocesses only the tail of the input, so the
      *    raises already committed before the abend never re-post
      *    to the in-storage master - rewriting it then would lose
               perform 262-write-one-employee
                   varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-emp-count
               perform 264-write-one-leaver
                   varying ws-leaver-idx from 1 by 1
                   until ws-leaver-idx > ws-leaver-count
               close employee-master-file
               perform 266-append-salary-history
           end-if
           end-if.

       266-append-salary-history.

      *    written only alongside the master rewrite, so a restart
      *    or a refused rewrite never leaves history the master
      *    does not agree with
           open extend salary-history-file.
           if ws-salhist-status not = "00"
               and ws-salhist-status not = "05"
               open output salary-history-file
           end-if.
           perform 268-write-one-salary-change
               varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-pay-count.
           close salary-history-file.

       268-write-one-salary-change.

           move ws-payl-number(ws-pay-idx) to shl-employee-number.
           move ws-payl-eff(ws-pay-idx) to shl-effective-date.
           move "R" to shl-source.
           move ws-payl-old(ws-pay-idx) to shl-old-salary.
           move ws-payl-new(ws-pay-idx) to shl-new-salary.
           move ws-payl-merit(ws-pay-idx) to shl-merit-rating.
           move ws-payl-retro(ws-pay-idx) to shl-back-pay.
           move ws-business-date to shl-run-date.
           write salary-history-line.

       270-write-payroll-interface.

           if ws-restart-run
           move ws-emp-cc(ws-emp-idx) to em-cost-center.
           move ws-emp-salary(ws-emp-idx) to em-salary.
           move ws-emp-eff-date(ws-emp-idx) to em-effective-date.
           move ws-emp-status(ws-emp-idx) to em-status.
           move ws-emp-status-date(ws-emp-idx) to em-status-date.
           move ws-emp-grade(ws-emp-idx) to em-grade.
           write employee-master-line.

       264-write-one-leaver.

           move ws-leaver-image(ws-leaver-idx) to employee-master-line.
           write employee-master-line.

       050-read-rate-table.
               perform 016-load-one-employee
                   until sw-empmast-eof = "y"
                       or ws-emp-count = 500
                       or ws-leaver-count = 500
               if sw-empmast-eof not = "y"
                   set ws-emp-overflow to true
                   display "warning - employee master exceeds 500 -"

       016-load-one-employee.

           if em-terminated
               add 1 to ws-leaver-count
               move employee-master-line
                   to ws-leaver-image(ws-leaver-count)
           else
               perform 0161-load-active-employee
           end-if.

           read employee-master-file
               at end move "y" to sw-empmast-eof
           end-read.
           if ws-empmast-status not = "00"
               move "y" to sw-empmast-eof
           end-if.

       0161-load-active-employee.

           add 1 to ws-emp-count.
           move em-employee-number to ws-emp-number(ws-emp-count).
           move em-name to ws-emp-name(ws-emp-count).
           else
               move 0 to ws-emp-eff-date(ws-emp-count)
           end-if.
           move em-status to ws-emp-status(ws-emp-count).
           if em-status-date is numeric
               move em-status-date
                   to ws-emp-status-date(ws-emp-count)
           else
               move 0 to ws-emp-status-date(ws-emp-count)
           end-if.
           move em-grade to ws-emp-grade(ws-emp-count).

       020-read-checkpoint.
      *    A MISSING OR EMPTY CHECKPOINT FILE MEANS THIS IS A FRESH
      *    the drift in the other direction - hand-kept lines whose
      *    employee the master has never heard of
           if ws-in-seen-sw(ws-in-idx) = "N"
               move "N" to ws-leaver-found-sw
               perform 008-check-leaver
                   varying ws-leaver-idx from 1 by 1
                   until ws-leaver-idx > ws-leaver-count
               add 1 to ws-count-input-only
               move spaces to transition-detail
               move ws-in-number(ws-in-idx) to trd-employee-number
               move ws-in-name(ws-in-idx) to trd-name
               if ws-leaver-found
                   move "ON INPUT, TERMINATED" to trd-where
               else
                   move "ON INPUT, NOT ON MASTER" to trd-where
               end-if
               write transition-line from transition-detail

               move spaces to ws-except-key
               string ws-in-number(ws-in-idx) " "
                   ws-in-name(ws-in-idx)
                   delimited by size into ws-except-key
               if ws-leaver-found
                   move "on input, terminated on master"
                       to ws-except-reason
               else
                   move "on input, not on master" to ws-except-reason
               end-if
               perform 955-write-exception
           end-if.

       008-check-leaver.

           if ws-leaver-image(ws-leaver-idx)(1:3)
                   = ws-in-number(ws-in-idx)
               set ws-leaver-found to true
           end-if.

       000-process-records.

      *    clear the data in the working storage for ouput.
               move ws-effective-date to ws-payl-eff(ws-pay-count)
               move input-cost-center to ws-payl-cc(ws-pay-count)
               move "N" to ws-payl-done-sw(ws-pay-count)
               move ws-merit-rating to ws-payl-merit(ws-pay-count)
               move ws-retro-pay to ws-payl-retro(ws-pay-count)
           else
               display "PAYROLL TABLE FULL - " input-employee-number
                   " NOT ON THE INTERFACE FILE"
