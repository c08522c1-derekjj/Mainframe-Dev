           record key is fd-balkey
           file status is ws-bal-status.

      *    the reversal marks IA25 files against the original
      *    posting - a same-day reversal of a same-day posting undoes
      *    a keying slip, so the pair nets out of the operator's
      *    actuals rather than inflating both columns. a missing
      *    file leaves every reversal counted as a plain movement.
           select rev-file
           assign to "REVFILE"
           organization is indexed
           access mode is random
           record key is fd-revkey
           file status is ws-rev-status.

           select report-file
           assign to "../../../data/DCIA2EOD.out"
           organization is line sequential.
       file section.

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  bal-file
           record contains 38 characters.
           05 fd-balkey                 pic x(14).
           05 filler                    pic x(24).

       fd  rev-file
           record contains 58 characters.
       01  rev-file-record.
           05 fd-revkey                 pic x(19).
           05 filler                    pic x(39).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
      * COPY BALANCING DECLARATION RECORD LAYOUT
       COPY 'BALREC'.

      * COPY POSTING-REVERSAL RECORD LAYOUT
       COPY 'REVREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 pl-amount                 pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 pl-desc                   pic x(20).
           05 filler                    pic x(3) value spaces.
           05 pl-rev-note               pic x(24).

      *    the note a reversed original carries in the posting list
       01  rev-note.
           05 filler                    pic x(12)
               value "REVERSED BY ".
           05 rn-rev-date               pic 9(8).
           05 filler                    pic x value "/".
           05 rn-rev-seq                pic 9(3).

       01  pair-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(44)
               value "REVERSED SAME DAY - NETTED OUT OF ACTUALS".

       01  pair-column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(13) value "ACCOUNT".
           05 filler                    pic x(6) value "ORIG".
           05 filler                    pic x(4) value "TYP".
           05 filler                    pic x(16) value "       AMOUNT".
           05 filler                    pic x(11) value "KEYED BY".
           05 filler                    pic x(6) value "REV".
           05 filler                    pic x(11) value "REVERSED BY".

       01  pair-line.
           05 filler                    pic x(3) value spaces.
           05 prl-acctcode              pic x(3).
           05 filler                    pic x value "/".
           05 prl-acctno                pic 9(5).
           05 filler                    pic x(4) value spaces.
           05 prl-orig-seq              pic 9(3).
           05 filler                    pic x(3) value spaces.
           05 prl-orig-type             pic x.
           05 filler                    pic x(3) value spaces.
           05 prl-amount                pic $$,$$$,$$9.99.
           05 filler                    pic x(3) value spaces.
           05 prl-orig-userid           pic x(8).
           05 filler                    pic x(3) value spaces.
           05 prl-rev-seq               pic 9(3).
           05 filler                    pic x(3) value spaces.
           05 prl-rev-userid            pic x(8).

       01  count-line.
           05 filler                    pic x(3) value spaces.
       01  sw-bal-eof                   pic x value 'n'.
       01  ws-tran-status               pic xx value spaces.
       01  ws-bal-status                pic xx value spaces.
       01  ws-rev-status                pic xx value spaces.
       01  sw-rev-off                   pic x value 'n'.

      *--------------Per-Operator Totals--------------------------
      *    one entry per TRAN-USERID seen today or declaration
           88 ws-oper-found                  value "Y".
       01 ws-wanted-userid              pic x(8) value spaces.

      *--------------Same-Day Reversal Pairs---------------------
       01 ws-pair-table.
           05 ws-pair-entry occurs 50 times.
               10 ws-pair-acctkey       pic x(8).
               10 ws-pair-orig-seq      pic 9(3).
               10 ws-pair-orig-type     pic x.
               10 ws-pair-amount        pic 9(6)v99.
               10 ws-pair-orig-userid   pic x(8).
               10 ws-pair-rev-seq       pic 9(3).
               10 ws-pair-rev-userid    pic x(8).

       01 ws-pair-count-entries         pic 99 value 0.
       01 ws-pair-idx                   pic 99 value 0.
       01 ws-same-day-rev-sw            pic x value "N".
           88 ws-same-day-reversal           value "Y".

      *    the original a "REV OF  yyyymmdd/nnn" posting names - the
      *    account is the reversal's own
       01 ws-rev-wanted-key.
           05 ws-rw-acctkey             pic x(8).
           05 ws-rw-date                pic x(8).
           05 ws-rw-seq                 pic x(3).

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-postings         pic 9(7) value 0.
           05 ws-count-balanced         pic 9(7) value 0.
           05 ws-count-out              pic 9(7) value 0.
           05 ws-count-reversed         pic 9(7) value 0.

       01 ws-today-yymmdd               pic 9(6).
       01 ws-today-yyyymmdd             pic 9(8).
               move 'y' to sw-bal-eof
           end-if.

           open input rev-file.
           if ws-rev-status not = "00"
               move 'y' to sw-rev-off
           end-if.

           open output report-file.

           accept nl-date from date.
               varying ws-oper-idx from 1 by 1
               until ws-oper-idx > ws-oper-count-entries.

           if ws-pair-count-entries > 0
               write report-print-line from pair-heading
                   after advancing 2 lines
               write report-print-line from pair-column-heading
                   after advancing 1 line
               perform 400-print-one-pair
                   varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > ws-pair-count-entries
           end-if.

      *    pass two - the out-of-balance operators get their day
      *    listed posting by posting, one rescan per operator
           perform 600-list-one-operator

           perform 900-print-totals.

           if sw-rev-off not = 'y'
               close rev-file
           end-if.
           close report-file.
           stop run.


           if TRAN-DATE = ws-today-yyyymmdd
               add 1 to ws-count-postings
               perform 120-check-same-day-reversal
               if ws-same-day-reversal
                   perform 130-net-out-reversal
               else
                   move TRAN-USERID to ws-wanted-userid
                   perform 500-find-operator-entry
                   if ws-oper-found
                       if TRAN-TYPE-DEBIT
                           add TRAN-AMOUNT
                               to ws-oper-actl-dr(ws-oper-match-idx)
                       else
                           add TRAN-AMOUNT
                               to ws-oper-actl-cr(ws-oper-match-idx)
                       end-if
                   end-if
               end-if
           end-if.

           read tran-file into TRANREC at end move 'y' to sw-tran-eof.

       120-check-same-day-reversal.

      *    only a reversal whose mark on REVFILE names this very
      *    posting is netted - a prior-day original was balanced on
      *    its own day, so its reversal is today's plain movement
           move "N" to ws-same-day-rev-sw.
           if sw-rev-off not = 'y'
               and TRAN-DESC(1:7) = "REV OF "
               and TRAN-DESC(9:8) = ws-today-yyyymmdd
               move TRAN-ACCTKEY    to ws-rw-acctkey
               move TRAN-DESC(9:8)  to ws-rw-date
               move TRAN-DESC(18:3) to ws-rw-seq
               move ws-rev-wanted-key to fd-revkey
               read rev-file into REVREC
                   invalid key continue
               end-read
               if ws-rev-status = "00"
                   and REV-DATE = TRAN-DATE
                   and REV-SEQ = TRAN-SEQ
                   set ws-same-day-reversal to true
               end-if
           end-if.

       130-net-out-reversal.

      *    the original was totalled to whoever keyed it, so the
      *    netting comes off that operator's actuals
           add 1 to ws-count-reversed.
           move REV-ORIG-USERID to ws-wanted-userid.
           perform 500-find-operator-entry.
           if ws-oper-found
               if REV-ORIG-TYPE = 'D'
                   subtract REV-AMOUNT
                       from ws-oper-actl-dr(ws-oper-match-idx)
               else
                   subtract REV-AMOUNT
                       from ws-oper-actl-cr(ws-oper-match-idx)
               end-if
           end-if.

           if ws-pair-count-entries < 50
               add 1 to ws-pair-count-entries
               move TRAN-ACCTKEY
                   to ws-pair-acctkey(ws-pair-count-entries)
               move REV-ORIG-SEQ
                   to ws-pair-orig-seq(ws-pair-count-entries)
               move REV-ORIG-TYPE
                   to ws-pair-orig-type(ws-pair-count-entries)
               move REV-AMOUNT
                   to ws-pair-amount(ws-pair-count-entries)
               move REV-ORIG-USERID
                   to ws-pair-orig-userid(ws-pair-count-entries)
               move TRAN-SEQ
                   to ws-pair-rev-seq(ws-pair-count-entries)
               move TRAN-USERID
                   to ws-pair-rev-userid(ws-pair-count-entries)
           else
               display "REVERSAL PAIR TABLE FULL - " TRAN-ACCTKEY
                   " NOT LISTED"
           end-if.

       200-take-one-declaration.

           if BAL-DATE = ws-today-yymmdd
           write report-print-line from detail-line
               after advancing 1 line.

       400-print-one-pair.

           move ws-pair-acctkey(ws-pair-idx)(1:3) to prl-acctcode.
           move ws-pair-acctkey(ws-pair-idx)(4:5) to prl-acctno.
           move ws-pair-orig-seq(ws-pair-idx)    to prl-orig-seq.
           move ws-pair-orig-type(ws-pair-idx)   to prl-orig-type.
           move ws-pair-amount(ws-pair-idx)      to prl-amount.
           move ws-pair-orig-userid(ws-pair-idx) to prl-orig-userid.
           move ws-pair-rev-seq(ws-pair-idx)     to prl-rev-seq.
           move ws-pair-rev-userid(ws-pair-idx)  to prl-rev-userid.
           write report-print-line from pair-line
               after advancing 1 line.

       500-find-operator-entry.

           move "N" to ws-oper-found-sw.
               move TRAN-TYPE     to pl-type
               move TRAN-AMOUNT   to pl-amount
               move TRAN-DESC     to pl-desc
               perform 620-note-reversed-original
               write report-print-line from posting-line
                   after advancing 1 line
           end-if.

           read tran-file into TRANREC at end move 'y' to sw-tran-eof.

       620-note-reversed-original.

           move spaces to pl-rev-note.
           if sw-rev-off not = 'y'
               move TRAN-KEY to fd-revkey
               read rev-file into REVREC
                   invalid key continue
               end-read
               if ws-rev-status = "00"
                   move REV-DATE to rn-rev-date
                   move REV-SEQ  to rn-rev-seq
                   move rev-note to pl-rev-note
               end-if
           end-if.

       900-print-totals.

           move "POSTINGS TODAY" to cl-label.
           write report-print-line from count-line
               after advancing 2 lines.

           move "REVERSED SAME DAY" to cl-label.
           move ws-count-reversed to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "OPERATORS BALANCED" to cl-label.
           move ws-count-balanced to cl-count.
           write report-print-line from count-line
