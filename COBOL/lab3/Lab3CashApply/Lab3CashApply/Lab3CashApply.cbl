           05 pay-date                  pic 9(8).

       fd  order-history-file
           record contains 67 characters.

       01  order-history-line.
           05 ohl-key.
           05 ohl-discount              pic 9(6)v99.
           05 ohl-trans-charge          pic 9(6)v99.
           05 ohl-run-date              pic 9(8).
           05 ohl-trans-class           pic x.
           05 ohl-std-cost              pic 9(6)v99.

       fd  open-item-file
           data record is open-item-line.
