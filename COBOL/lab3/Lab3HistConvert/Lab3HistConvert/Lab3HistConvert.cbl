           05 ohl-run-date              pic 9(8).

       fd  new-history-file
           record contains 67 characters.

       01  new-history-line.
           05 nhl-key.
           05 nhl-discount              pic 9(6)v99.
           05 nhl-trans-charge          pic 9(6)v99.
           05 nhl-run-date              pic 9(8).
           05 nhl-trans-class           pic x.
           05 nhl-std-cost              pic 9(6)v99.

       working-storage section.

           move ohl-trans-charge to nhl-trans-charge.
           move ohl-run-date to nhl-run-date.

      *    the old lines carried neither the class nor a cost -
      *    Lab3HistCost fills both in for history already indexed
           move space to nhl-trans-class.
           move 0 to nhl-std-cost.

           move spaces to ws-new-status.
           perform 110-write-one-line
               until ws-new-status = "00"
