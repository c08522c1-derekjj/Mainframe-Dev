           organization is line sequential
           file status is ws-crlimitcfg-status.

      *    temporary increases - an over-limit account whose
      *    temporary limit has just run out is marked as such, so
      *    the branch knows why it went over. an unavailable file
      *    just leaves the marking off.
           select tlim-file
           assign to "TLIMFILE"
           organization is indexed
           access mode is random
           record key is fd-tlimkey
           file status is ws-tlim-status.

       data division.
       file section.

           05 fd-aprdkey                pic x(8).
           05 filler                    pic x(2).

       fd  tlim-file
           record contains 59 characters.
       01  tlim-file-record.
           05 fd-tlimkey                pic x(8).
           05 filler                    pic x(51).

       fd  crlimit-config-file
           data record is crlimit-config-line.

      * COPY ACCOUNT-TO-PRODUCT LINK RECORD LAYOUT
       COPY 'APRDREC'.

      * COPY TEMPORARY CREDIT-LIMIT RECORD LAYOUT
       COPY 'TLIMREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 filler                    pic x(45)
               value "***** CURRENT BALANCE EXCEEDS CREDIT LIMIT **".

       01  temp-ended-line.
           05 filler                    pic x(50).
           05 filler                    pic x(26)
               value "***** TEMPORARY LIMIT OF ".
           05 tel-temp-limit            pic $$$,$$9.99.
           05 filler                    pic x(7) value " ENDED ".
           05 tel-end-date              pic 9(8).

       01  product-total-line.
           05 filler                    pic x(3).
           05 filler                    pic x(8)
       01  ws-ctl-status                pic xx value spaces.
       01  ws-crlimitcfg-status         pic xx value spaces.
       01  ws-aprd-status               pic xx value spaces.
       01  ws-tlim-status               pic xx value spaces.
       01  sw-tlim-off                  pic x value 'n'.

      *    a link file that cannot be opened just leaves the product
      *    section off the report.
               move 'y' to sw-prod-off
           end-if.

           open input tlim-file.
           if ws-tlim-status not = "00"
               move 'y' to sw-tlim-off
           end-if.

           accept nl-date from date.
           accept nl-time from time.

           if sw-prod-off not = 'y'
               close aprd-file
           end-if.
           if sw-tlim-off not = 'y'
               close tlim-file
           end-if.
           close acct-file,
                 report-file.
           stop run.
                   after advancing 1 line
               add 1 to ws-count-line
               add 1 to ws-count-over-limit
               if sw-tlim-off not = 'y'
                   perform 300-check-temp-limit-ended
               end-if
           end-if.

           read acct-file into ACCTREC at end move 'y' to sw-eof.

       300-check-temp-limit-ended.

      *    only a temporary limit that was reverted and left the
      *    account at its restored limit explains the overrun - a
      *    limit changed since is a later decision
           move ACCTKEY to fd-tlimkey.
           read tlim-file into TLIMREC
               invalid key continue
           end-read.

           if ws-tlim-status = "00"
               and TLIM-REVERTED
               and CRLIMIT = TLIM-REVERT-LIMIT
               move TLIM-TEMP-LIMIT to tel-temp-limit
               move TLIM-END-DATE to tel-end-date
               write report-print-line from temp-ended-line
                   after advancing 1 line
               add 1 to ws-count-line
           end-if.

       100-print-headings.
           move spaces to report-print-line.
           move ws-count-page to rpt-heading-page.
