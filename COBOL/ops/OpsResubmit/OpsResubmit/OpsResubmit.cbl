      *    stage-resubmits pattern the sales run carries.
       01 ws-wired-jobs.
           05 filler                pic x(8) value "LAB3".
           05 filler                pic x(8) value "DCIA2MNT".
       01 ws-wired-table redefines ws-wired-jobs.
           05 ws-wired-job occurs 2 times
                                    pic x(8).
       01 ws-wired-count            pic 99 value 2.
       01 ws-wired-idx              pic 99 value 0.
       01 ws-job-wired-sw           pic x value "N".
           88 ws-job-wired              value "Y".
