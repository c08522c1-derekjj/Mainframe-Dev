           05 em-cost-center               pic x(3).
           05 em-salary                    pic 9(5)v99.
           05 em-effective-date            pic 9(8).
           05 em-status                    pic x.
               88 em-terminated                 value "T".
           05 em-status-date               pic 9(8).
           05 em-grade                     pic x(2).

       fd  transition-file
           data record is transition-line.
       01 ws-emp-loaded-sw           pic x value "N".
           88 ws-emp-loaded               value "Y".

      *    leavers stay on the master but not on this report - only
      *    their numbers are kept, to tell a stale input line apart
      *    from one the master has never heard of
       01 ws-leaver-table.
           05 ws-leaver-number occurs 500 times
                                    pic x(3).
       01 ws-leaver-count           pic 999 value 0.
       01 ws-leaver-idx             pic 999 value 0.
       01 ws-leaver-found-sw        pic x value "N".
           88 ws-leaver-found             value "Y".

       01 ws-in-table.
           05 ws-in-entry occurs 500 times.
               10 ws-in-number      pic x(3).
               perform 016-load-one-employee
                   until sw-empmast-eof = "y"
                       or ws-emp-count = 500
                       or ws-leaver-count = 500
               close employee-master-file
           end-if.

       016-load-one-employee.

           if em-terminated
               add 1 to ws-leaver-count
               move em-employee-number
                   to ws-leaver-number(ws-leaver-count)
           else
               add 1 to ws-emp-count
               move em-employee-number to ws-emp-number(ws-emp-count)
               move em-name to ws-emp-name(ws-emp-count)
               move em-years-service to ws-emp-years(ws-emp-count)
               move em-education-code to ws-emp-educ(ws-emp-count)
               move em-salary to ws-emp-salary(ws-emp-count)
           end-if.

           read employee-master-file
               at end move "y" to sw-empmast-eof
       007-report-input-only.

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
           end-if.

       008-check-leaver.

           if ws-leaver-number(ws-leaver-idx) = ws-in-number(ws-in-idx)
               set ws-leaver-found to true
           end-if.

       000-process-records.

           add 1 to ws-stats-read.
