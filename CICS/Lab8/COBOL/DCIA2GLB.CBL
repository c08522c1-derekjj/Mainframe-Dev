           record key is fd-trankey
           file status is ws-tran-status.

      *    the charge-off file - the DCIA2CHO run's own lines are
      *    write-offs, and a credit to an account written off before
      *    the posting date is a recovery rather than a payment
      *    against the receivable. a file that cannot be opened
      *    leaves every credit a customer credit, as before.
           select chgo-file
           assign to "CHGOFILE"
           organization is indexed
           access mode is random
           record key is fd-chgokey
           file status is ws-chgo-status.

      *    the transaction codes - each carries the ledger account
      *    the other side of the receivable posts to. read whole
      *    into a table before the postings; the bridge will not
      *    guess at routing without it.
           select tcod-file
           assign to "TCODFILE"
           organization is indexed
           access mode is sequential
           record key is fd-tcodkey
           file status is ws-tcod-status.

      *    the journal interface accounting loads - one 'J' line per
      *    ledger posting, a 'T' transmittal trailer carrying the
      *    record count and amount hash total so the receiving side
       file section.

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  chgo-file
           record contains 59 characters.
       01  chgo-file-record.
           05 fd-chgokey                pic x(8).
           05 filler                    pic x(51).

       fd  tcod-file
           record contains 32 characters.
       01  tcod-file-record.
           05 fd-tcodkey                pic x(2).
           05 filler                    pic x(30).

       fd  glb-file
           data record is glb-line
      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY CHARGE-OFF RECORD LAYOUT
       COPY 'CHGOREC'.

      * COPY TRANSACTION-CODE REFERENCE RECORD LAYOUT
       COPY 'TCODREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
           05 filler                    pic x(46)
               value "***** JOURNAL DOES NOT BALANCE *****".

      *    each reversal bridged today, listed against the original
      *    it undoes so the ledger clerk sees one pair, not two
      *    unrelated movements
       01  rev-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(40)
               value "REVERSALS BRIDGED - PAIRED TO ORIGINAL".

       01  rev-pair-line.
           05 filler                    pic x(3) value spaces.
           05 rpl-acctcode              pic x(3).
           05 filler                    pic x value "/".
           05 rpl-acctno                pic 9(5).
           05 filler                    pic x(9) value "  ORIG  ".
           05 rpl-orig-ref              pic x(12).
           05 filler                    pic x(8) value "  REV  ".
           05 rpl-rev-seq               pic 9(3).
           05 filler                    pic x(2) value spaces.
           05 rpl-type                  pic x(6).
           05 filler                    pic x(2) value spaces.
           05 rpl-amount                pic $$,$$$,$$9.99.

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
      *--------------Loop Switch-------------------------------
       01  sw-eof                       pic x value 'n'.
       01  ws-tran-status               pic xx value spaces.
       01  ws-chgo-status               pic xx value spaces.
       01  ws-tcod-status               pic xx value spaces.
       01  sw-tcod-eof                  pic x value 'n'.
       01  sw-chgo-off                  pic x value 'n'.

      *--------------Transaction Codes---------------------------
       01 ws-tcod-table.
           05 ws-tc-entry occurs 50 times.
               10 ws-tc-code            pic x(2).
               10 ws-tc-desc            pic x(20).
               10 ws-tc-gl-account      pic x(6).

       01 ws-tcod-count-entries         pic 99 value 0.
       01 ws-tcod-idx                   pic 99 value 0.
       01 ws-tcod-match-idx             pic 99 value 0.
       01 ws-tcod-found-sw              pic x value "N".
           88 ws-tcod-found                  value "Y".

      *--------------Per-Branch Day Totals------------------------
      *    the day's postings summarize by branch and transaction
      *    code, the receivable side taken from the posting's own
      *    type and the other side from the code's ledger account.
      *    reversals keep to their own lines under the code they
      *    undo, and a credit to an account written off before the
      *    posting date summarizes as a recovery - its receivable
      *    is already gone. the branch table only keeps the order
      *    branches are met in so each branch's lines print
      *    together.
       01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
               10 ws-branch-code        pic x(3).

       01 ws-branch-count-entries       pic 99 value 0.
       01 ws-branch-idx                 pic 99 value 0.
       01 ws-branch-found-sw            pic x value "N".
           88 ws-branch-found                value "Y".

       01 ws-sum-table.
           05 ws-sum-entry occurs 600 times.
               10 ws-sum-branch-idx     pic 99.
               10 ws-sum-code           pic x(2).
               10 ws-sum-kind           pic x.
                   88 ws-sum-normal          value "N".
                   88 ws-sum-reversal        value "R".
                   88 ws-sum-recovery        value "V".
               10 ws-sum-gl-account     pic x(6).
               10 ws-sum-desc           pic x(12).
               10 ws-sum-debits         pic 9(7)v99.
               10 ws-sum-credits        pic 9(7)v99.

       01 ws-sum-count-entries          pic 999 value 0.
       01 ws-sum-idx                    pic 999 value 0.
       01 ws-sum-match-idx              pic 999 value 0.
       01 ws-sum-found-sw               pic x value "N".
           88 ws-sum-found                   value "Y".

      *    the key of the line the posting in hand summarizes to
       01 ws-want-kind                  pic x value "N".
       01 ws-want-gl-account            pic x(6).
       01 ws-want-desc                  pic x(12).

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-postings         pic 9(7) value 0.
           05 ws-count-lines            pic 9(7) value 0.
           05 ws-count-reversals        pic 9(7) value 0.
      *    postings whose code is not on TCODFILE - bridged against
      *    clearing so the ledger still balances, and counted so
      *    someone finds out why
           05 ws-count-uncoded          pic 9(7) value 0.

      *--------------Reversals Bridged Today----------------------
      *    an IA25 reversal names its original in TRAN-DESC as
      *    "REV OF  yyyymmdd/nnn" - kept here for the pair listing
       01 ws-rev-table.
           05 ws-rev-entry occurs 100 times.
               10 ws-rev-acctkey        pic x(8).
               10 ws-rev-orig-ref       pic x(12).
               10 ws-rev-seq            pic 9(3).
               10 ws-rev-type           pic x.
               10 ws-rev-amount         pic 9(6)v99.

       01 ws-rev-idx                    pic 999 value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-line-amount                pic 9(7)v99 value 0.
           05 filler                    pic x value "0".

       77 ws-clearing-account           pic x(6) value "200000".
       77 ws-recovery-account           pic x(6) value "420000".

       01 ws-recovery-sw                pic x value "N".
           88 ws-is-recovery                 value "Y".

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.
               stop run
           end-if.

           open input tcod-file.
           if ws-tcod-status not = "00"
               display "TCODFILE OPEN FAILED - STATUS: " ws-tcod-status
               stop run
           end-if.
           read tcod-file into TCODREC at end move 'y' to sw-tcod-eof.
           perform 050-load-one-code until sw-tcod-eof = 'y'.
           close tcod-file.

           open input chgo-file.
           if ws-chgo-status not = "00"
               move 'y' to sw-chgo-off
           end-if.

           open output glb-file.
           open output report-file.

           read tran-file into TRANREC at end move 'y' to sw-eof.
           perform 000-total-one-posting until sw-eof = 'y'.
           close tran-file.
           if sw-chgo-off not = 'y'
               close chgo-file
           end-if.

           perform 300-write-branch-journal
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count-entries.

           if ws-count-reversals > 0
               write report-print-line from rev-heading
                   after advancing 2 lines
               perform 500-print-one-reversal
                   varying ws-rev-idx from 1 by 1
                   until ws-rev-idx > ws-count-reversals
                       or ws-rev-idx > 100
           end-if.

           perform 800-write-transmittal.
           perform 900-print-totals.

                 report-file.
           stop run.

       050-load-one-code.

           if ws-tcod-count-entries < 50
               add 1 to ws-tcod-count-entries
               move TCOD-CODE to ws-tc-code(ws-tcod-count-entries)
               move TCOD-DESC to ws-tc-desc(ws-tcod-count-entries)
               move TCOD-GL-ACCOUNT
                   to ws-tc-gl-account(ws-tcod-count-entries)
           else
               display "CODE TABLE FULL - " TCOD-CODE
                   " BRIDGED AS UNCODED"
           end-if.

           read tcod-file into TCODREC at end move 'y' to sw-tcod-eof.

       000-total-one-posting.

           if TRAN-DATE = ws-today-yyyymmdd
               add 1 to ws-count-postings
               perform 100-find-branch-entry
               if ws-branch-found
                   perform 150-route-posting
                   perform 170-find-sum-entry
                   if ws-sum-found
                       if TRAN-TYPE-DEBIT
                           add TRAN-AMOUNT
                               to ws-sum-debits(ws-sum-match-idx)
                       else
                           add TRAN-AMOUNT
                               to ws-sum-credits(ws-sum-match-idx)
                       end-if
                   end-if
               end-if
           end-if.
               add 1 to ws-branch-count-entries
               move TRAN-ACCTCODE
                   to ws-branch-code(ws-branch-count-entries)
               move ws-branch-count-entries to ws-branch-match-idx
               set ws-branch-found to true
           end-if.
               move ws-branch-idx to ws-branch-match-idx
           end-if.

       150-route-posting.

      *    the code decides the ledger account and the wording; a
      *    code not on file falls back to clearing
           move "N" to ws-tcod-found-sw.
           perform 160-check-code-entry
               varying ws-tcod-idx from 1 by 1
               until ws-tcod-idx > ws-tcod-count-entries.

           if ws-tcod-found
               move ws-tc-gl-account(ws-tcod-match-idx)
                   to ws-want-gl-account
           else
               add 1 to ws-count-uncoded
               move ws-clearing-account to ws-want-gl-account
           end-if.

      *    a reversal runs against its own code's account under its
      *    own wording. a credit that is neither a write-off nor a
      *    balance moved between accounts may be a recovery.
           move "N" to ws-want-kind.
           move "N" to ws-recovery-sw.
           if TRAN-DESC(1:7) = "REV OF "
               move "R" to ws-want-kind
               perform 250-take-reversal
           else
               if TRAN-TYPE-CREDIT
                   and TRAN-CODE not = "CO"
                   and TRAN-CODE not = "MI"
                   and TRAN-CODE not = "MO"
                   perform 200-check-recovery
               end-if
               if ws-is-recovery
                   move "V" to ws-want-kind
               end-if
           end-if.

      *    the journal wording: code and standard wording, "REV "
      *    ahead of a reversal's, "RECOVERY" ahead of a recovery's
           move spaces to ws-want-desc.
           if ws-want-kind = "V"
               move "RECOVERY" to ws-want-desc(1:8)
               move TRAN-CODE to ws-want-desc(10:2)
           else
           if ws-want-kind = "R"
               move "REV " to ws-want-desc(1:4)
               move TRAN-CODE to ws-want-desc(5:2)
               if ws-tcod-found
                   move ws-tc-desc(ws-tcod-match-idx)
                       to ws-want-desc(8:5)
               else
                   move "UNCOD" to ws-want-desc(8:5)
               end-if
           else
               move TRAN-CODE to ws-want-desc(1:2)
               if ws-tcod-found
                   move ws-tc-desc(ws-tcod-match-idx)
                       to ws-want-desc(4:9)
               else
                   move "UNCODED" to ws-want-desc(4:9)
               end-if
           end-if
           end-if.

       160-check-code-entry.

           if ws-tc-code(ws-tcod-idx) = TRAN-CODE
               set ws-tcod-found to true
               move ws-tcod-idx to ws-tcod-match-idx
           end-if.

       170-find-sum-entry.

           move "N" to ws-sum-found-sw.
           perform 180-check-sum-entry
               varying ws-sum-idx from 1 by 1
               until ws-sum-idx > ws-sum-count-entries.

           if not ws-sum-found and ws-sum-count-entries < 600
               add 1 to ws-sum-count-entries
               move ws-sum-count-entries to ws-sum-match-idx
               move ws-branch-match-idx
                   to ws-sum-branch-idx(ws-sum-match-idx)
               move TRAN-CODE to ws-sum-code(ws-sum-match-idx)
               move ws-want-kind to ws-sum-kind(ws-sum-match-idx)
               move ws-want-gl-account
                   to ws-sum-gl-account(ws-sum-match-idx)
               move ws-want-desc to ws-sum-desc(ws-sum-match-idx)
               move 0 to ws-sum-debits(ws-sum-match-idx)
               move 0 to ws-sum-credits(ws-sum-match-idx)
               set ws-sum-found to true
           end-if.

           if not ws-sum-found
               display "SUMMARY TABLE FULL - " TRAN-ACCTKEY
                   " " TRAN-CODE " NOT BRIDGED TO THE LEDGER"
           end-if.

       180-check-sum-entry.

           if ws-sum-branch-idx(ws-sum-idx) = ws-branch-match-idx
               and ws-sum-code(ws-sum-idx) = TRAN-CODE
               and ws-sum-kind(ws-sum-idx) = ws-want-kind
               set ws-sum-found to true
               move ws-sum-idx to ws-sum-match-idx
           end-if.

       200-check-recovery.

      *    only a credit dated after the write-off is a recovery -
      *    anything posted on or before that day was part of the
      *    balance the charge-off run took off the books
           move "N" to ws-recovery-sw.
           if sw-chgo-off not = 'y'
               move TRAN-ACCTKEY to fd-chgokey
               read chgo-file into CHGOREC
                   invalid key continue
               end-read
               if ws-chgo-status = "00"
                   and CHGO-WRITTEN-OFF
                   and TRAN-DATE > CHGO-DATE
                   set ws-is-recovery to true
               end-if
           end-if.

       250-take-reversal.

      *    a reversal carries the opposite type of its original, so
      *    its receivable side mirrors the entry it undoes - here it
      *    is only kept for the pair listing
           add 1 to ws-count-reversals.
           if ws-count-reversals not > 100
               move TRAN-ACCTKEY to ws-rev-acctkey(ws-count-reversals)
               move TRAN-DESC(9:12)
                   to ws-rev-orig-ref(ws-count-reversals)
               move TRAN-SEQ to ws-rev-seq(ws-count-reversals)
               move TRAN-TYPE to ws-rev-type(ws-count-reversals)
               move TRAN-AMOUNT to ws-rev-amount(ws-count-reversals)
           else
               display "REVERSAL TABLE FULL - " TRAN-ACCTKEY
                   " NOT LISTED"
           end-if.

       300-write-branch-journal.

           perform 310-write-one-summary
               varying ws-sum-idx from 1 by 1
               until ws-sum-idx > ws-sum-count-entries.

       310-write-one-summary.

      *    every summary posts debit-for-credit: a debit raises the
      *    branch receivable against the code's account, a credit
      *    the reverse - so interest lands in income, a write-off
      *    in charge-off expense, an escheated balance in the
      *    unclaimed-property payable, and a moved balance passes
      *    through clearing, which nets to nothing once every
      *    branch it touched has posted. money recovered on a
      *    written-off account lands in recovery income instead -
      *    the receivable it once sat in is already gone.
           if ws-sum-branch-idx(ws-sum-idx) = ws-branch-idx
               move ws-branch-code(ws-branch-idx) to ws-recv-branch
               move ws-sum-desc(ws-sum-idx) to glb-desc
               if ws-sum-recovery(ws-sum-idx)
                   move ws-sum-credits(ws-sum-idx) to ws-line-amount
                   move ws-sum-gl-account(ws-sum-idx) to glb-account
                   move "D" to glb-drcr
                   perform 400-write-journal-line
                   move ws-recovery-account to glb-account
                   move "C" to glb-drcr
                   perform 400-write-journal-line
               else
                   if ws-sum-debits(ws-sum-idx) > 0
                       move ws-sum-debits(ws-sum-idx) to ws-line-amount
                       move ws-recv-account to glb-account
                       move "D" to glb-drcr
                       perform 400-write-journal-line
                       move ws-sum-gl-account(ws-sum-idx) to glb-account
                       move "C" to glb-drcr
                       perform 400-write-journal-line
                   end-if
                   if ws-sum-credits(ws-sum-idx) > 0
                       move ws-sum-credits(ws-sum-idx) to ws-line-amount
                       move ws-sum-gl-account(ws-sum-idx) to glb-account
                       move "D" to glb-drcr
                       perform 400-write-journal-line
                       move ws-recv-account to glb-account
                       move "C" to glb-drcr
                       perform 400-write-journal-line
                   end-if
               end-if
           end-if.

       400-write-journal-line.
           write report-print-line from journal-print-line
               after advancing 1 line.

       500-print-one-reversal.

           move ws-rev-acctkey(ws-rev-idx)(1:3) to rpl-acctcode.
           move ws-rev-acctkey(ws-rev-idx)(4:5) to rpl-acctno.
           move ws-rev-orig-ref(ws-rev-idx) to rpl-orig-ref.
           move ws-rev-seq(ws-rev-idx) to rpl-rev-seq.
           if ws-rev-type(ws-rev-idx) = 'D'
               move "REV DR" to rpl-type
           else
               move "REV CR" to rpl-type
           end-if.
           move ws-rev-amount(ws-rev-idx) to rpl-amount.
           write report-print-line from rev-pair-line
               after advancing 1 line.

       800-write-transmittal.

           move spaces to glb-line.
           write report-print-line from count-line
               after advancing 2 lines.

           move "REVERSALS BRIDGED" to cl-label.
           move ws-count-reversals to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "UNCODED TO CLEARING" to cl-label.
           move ws-count-uncoded to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "JOURNAL LINES WRITTEN" to cl-label.
           move ws-count-lines to cl-count.
           write report-print-line from count-line
