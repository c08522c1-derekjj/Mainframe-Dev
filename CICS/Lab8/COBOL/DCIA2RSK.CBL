       identification division.
       program-id. DCIA2RSK.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    every account in key order - read only, the score goes to
      *    its own file.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is sequential
           record key is fd-acctkey
           file status is ws-acct-status.

      *    posted balance movements in the same key order as
      *    ACCTFILE, so the two files pair in one sequential pass -
      *    the same pairing DCIA2AGE and DCIA2STM use.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is sequential
           record key is fd-trankey
           file status is ws-tran-status.

      *    open authorization holds, keyed account first so they
      *    pair with ACCTFILE in the same pass.
           select hold-file
           assign to "HOLDFILE"
           organization is indexed
           access mode is sequential
           record key is fd-holdkey
           file status is ws-hold-status.

      *    the collections queue as tonight's DCIA2AGE run left it -
      *    the aging bucket and any broken promise.
           select colq-file
           assign to "COLQFILE"
           organization is indexed
           access mode is random
           record key is fd-colqkey
           file status is ws-colq-status.

      *    the audit journal - the IA25 velocity refusals.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    the 'RISKWGT ' and 'RISKRULE' control records. a missing
      *    control file or record leaves the defaults in force.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

      *    the scores themselves, read by IA49 and IA29.
           select risk-file
           assign to "RISKFILE"
           organization is indexed
           access mode is random
           record key is fd-riskkey
           file status is ws-risk-status.

           select report-file
           assign to "../../../data/DCIA2RSK.out"
           organization is line sequential.

       data division.
       file section.

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  hold-file
           record contains 53 characters.
       01  hold-file-record.
           05 fd-holdkey                pic x(11).
           05 filler                    pic x(42).

       fd  colq-file
           record contains 65 characters.
       01  colq-file-record.
           05 fd-colqkey                pic x(8).
           05 filler                    pic x(57).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  risk-file
           record contains 46 characters.
       01  risk-file-record.
           05 fd-riskkey                pic x(8).
           05 filler                    pic x(38).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

      * COPY AUTHORIZATION-HOLD RECORD LAYOUT
       COPY 'HOLDREC'.

      * COPY COLLECTIONS WORK-QUEUE RECORD LAYOUT
       COPY 'COLQREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY BEHAVIOURAL RISK SCORE RECORD LAYOUT
       COPY 'RISKREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, RISK SCORE".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(40)
               value "RISK SCORE REVIEW REPORT".

       01  rule-line.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(14) value "REVIEW SCORE ".
           05 rl-review                 pic zz9.
           05 filler                    pic x(16)
               value "   MOVE POINTS ".
           05 rl-move                   pic zz9.
           05 filler                    pic x(12)
               value "   WEIGHTS ".
           05 filler                    pic x(4) value "PAY ".
           05 rl-w-payment              pic zz9.
           05 filler                    pic x(6) value "  AGE ".
           05 rl-w-aging                pic zz9.
           05 filler                    pic x(6) value "  PRM ".
           05 rl-w-promise              pic zz9.
           05 filler                    pic x(6) value "  VEL ".
           05 rl-w-velocity             pic zz9.
           05 filler                    pic x(6) value "  HLD ".
           05 rl-w-holds                pic zz9.

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(12) value "ACCOUNT".
           05 filler                    pic x(34) value "NAME".
           05 filler                    pic x(6) value "SCORE".
           05 filler                    pic x(6) value "  WAS".
           05 filler                    pic x(7) value "  MOVE".
           05 filler                    pic x(25)
               value "  PAY  AGE  PRM  VEL  HLD".
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(6) value "REASON".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic 9(5).
           05 filler                    pic x(3) value spaces.
           05 dl-fname                  pic x(15).
           05 filler                    pic x value space.
           05 dl-sname                  pic x(15).
           05 filler                    pic x(5) value spaces.
           05 dl-score                  pic zz9.
           05 filler                    pic x(3) value spaces.
           05 dl-prev-area.
               10 dl-prev               pic zz9.
           05 dl-prev-new redefines dl-prev-area
                                        pic x(3).
           05 filler                    pic x(3) value spaces.
           05 dl-move                   pic +zz9.
           05 filler                    pic x(2) value spaces.
           05 dl-payment                pic zz9.
           05 filler                    pic x(2) value spaces.
           05 dl-aging                  pic zz9.
           05 filler                    pic x(2) value spaces.
           05 dl-promise                pic zz9.
           05 filler                    pic x(2) value spaces.
           05 dl-velocity               pic zz9.
           05 filler                    pic x(2) value spaces.
           05 dl-holds                  pic zz9.
           05 filler                    pic x(3) value spaces.
           05 dl-reason                 pic x(28).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(28).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-acct-eof                  pic x value 'n'.
       01  sw-tran-eof                  pic x value 'n'.
       01  sw-hold-eof                  pic x value 'n'.
       01  sw-audt-eof                  pic x value 'n'.
       01  sw-colq-off                  pic x value 'n'.
       01  ws-acct-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-hold-status               pic xx value spaces.
       01  ws-colq-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-risk-status               pic xx value spaces.

      *    a read status overwrites the open status, so the opens
      *    are kept separately - same convention as DCIA2STM.
       01  ws-tranfile-open-status      pic xx value spaces.
       01  ws-holdfile-open-status      pic xx value spaces.

      *--------------Weights and Review Rules---------------------
      *    the defaults here are the ones the IA56 parameter screen
      *    starts a missing record from.
       77  ws-w-payment                 pic 9(3) value 30.
       77  ws-w-aging                   pic 9(3) value 25.
       77  ws-w-promise                 pic 9(3) value 20.
       77  ws-w-velocity                pic 9(3) value 15.
       77  ws-w-holds                   pic 9(3) value 10.
       77  ws-review-score              pic 9(3) value 60.
       77  ws-move-points               pic 9(3) value 20.

      *    a velocity refusal counts against the account for 30 days,
      *    and payments are looked for across three 30-day windows.
       77  ws-velocity-days             pic 9(3) value 30.
       77  ws-payment-days              pic 9(3) value 90.

      *--------------Date Arithmetic-----------------------------
      *    the 360-day commercial calendar, the same reckoning the
      *    delinquency aging run uses.
       01  ws-today-yyyymmdd            pic 9(8).
       01  ws-today-yymmdd              pic 9(6).
       01  ws-date-parts.
           05 ws-dp-yyyy                pic 9(4).
           05 ws-dp-mm                  pic 99.
           05 ws-dp-dd                  pic 99.
       01  ws-today-days                pic 9(7) value 0.
       01  ws-ref-days                  pic 9(7) value 0.
       01  ws-elapsed-days              pic s9(7) value 0.

      *--------------Per-Account Factors--------------------------
      *    each factor scores 0 to 100
       01  ws-window-table.
           05 ws-window-paid            pic x occurs 3 times.
       01  ws-window-idx                pic 9 value 0.
       01  ws-missed-windows            pic 9 value 0.
       01  ws-hold-count                pic 9(3) value 0.
       01  ws-refusal-count             pic 9(3) value 0.
       01  ws-payment-pts               pic 9(3) value 0.
       01  ws-aging-pts                 pic 9(3) value 0.
       01  ws-promise-pts               pic 9(3) value 0.
       01  ws-velocity-pts              pic 9(3) value 0.
       01  ws-hold-pts                  pic 9(3) value 0.
       01  ws-new-score                 pic 9(3) value 0.
       01  ws-movement                  pic s9(3) value 0.
       01  ws-move-size                 pic 9(3) value 0.
       01  ws-first-score-sw            pic x value 'N'.
           88 ws-first-score                 value 'Y'.

      *--------------Velocity Refusals----------------------------
      *    every account refused on IA25 inside the window, loaded
      *    from one pass of the journal before the accounts are read.
       01 ws-refusal-table.
           05 ws-refusal-entry occurs 1000 times.
               10 ws-refusal-acctkey    pic x(8).
               10 ws-refusal-times      pic 9(3).
       01 ws-refusal-entries            pic 9(4) value 0.
       01 ws-refusal-idx                pic 9(4) value 0.
       01 ws-refusal-found              pic 9(4) value 0.
       01 ws-refusal-acct               pic x(8) value spaces.

      *--------------Counts and Totals----------------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-new              pic 9(7) value 0.
           05 ws-count-rescored         pic 9(7) value 0.
           05 ws-count-review           pic 9(7) value 0.
           05 ws-count-crossed-up       pic 9(7) value 0.
           05 ws-count-dropped          pic 9(7) value 0.
           05 ws-count-movers           pic 9(7) value 0.
           05 ws-count-not-saved        pic 9(7) value 0.
           05 ws-count-refusals         pic 9(7) value 0.

       procedure division.
           accept ws-today-yyyymmdd from date yyyymmdd.
           accept ws-today-yymmdd from date.

           move ws-today-yyyymmdd to ws-date-parts.
           perform 060-date-to-days.
           move ws-ref-days to ws-today-days.

           perform 050-read-risk-rules.
           perform 070-load-velocity-refusals.

           open input acct-file.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               stop run
           end-if.

      *    first run creates the score file, then reopens it i-o
           open i-o risk-file.
           if ws-risk-status = "35"
               open output risk-file
               close risk-file
               open i-o risk-file
           end-if.
           if ws-risk-status not = "00"
               display "RISKFILE OPEN FAILED - STATUS: " ws-risk-status
               close acct-file
               stop run
           end-if.

      *    a missing transaction file means no payments - a debit
      *    balance then misses every window
           open input tran-file.
           move ws-tran-status to ws-tranfile-open-status.
           if ws-tranfile-open-status not = "00"
               move 'y' to sw-tran-eof
           else
               read tran-file into TRANREC
                   at end move 'y' to sw-tran-eof
               end-read
           end-if.

      *    no hold file means no holds
           open input hold-file.
           move ws-hold-status to ws-holdfile-open-status.
           if ws-holdfile-open-status not = "00"
               move 'y' to sw-hold-eof
           else
               read hold-file into HOLDREC
                   at end move 'y' to sw-hold-eof
               end-read
           end-if.

      *    no collections queue means nobody is aged or promised
           open input colq-file.
           if ws-colq-status not = "00"
               move 'y' to sw-colq-off
           end-if.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.

           move ws-review-score to rl-review.
           move ws-move-points to rl-move.
           move ws-w-payment to rl-w-payment.
           move ws-w-aging to rl-w-aging.
           move ws-w-promise to rl-w-promise.
           move ws-w-velocity to rl-w-velocity.
           move ws-w-holds to rl-w-holds.
           write report-print-line from rule-line
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.

           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.
           perform 100-score-one-account until sw-acct-eof = 'y'.

           perform 900-print-totals.

           if ws-tranfile-open-status = "00"
               close tran-file
           end-if.
           if ws-holdfile-open-status = "00"
               close hold-file
           end-if.
           if sw-colq-off not = 'y'
               close colq-file
           end-if.
           close acct-file,
                 risk-file,
                 report-file.
           stop run.

       050-read-risk-rules.
      *    a missing control file, record or unusable setting just
      *    leaves the defaults in force. weights that do not add up
      *    to 100 are not used at all - the score would no longer
      *    run 0 to 100.
           open input ctl-file.
           if ws-ctl-status = "00"
               move "RISKWGT " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 055-take-risk-weights
               end-if
               move "RISKRULE" to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00"
                   perform 057-take-risk-rule
               end-if
               close ctl-file
           end-if.

       055-take-risk-weights.

           if CTL-RWGT-PAYMENT is numeric
               and CTL-RWGT-AGING is numeric
               and CTL-RWGT-PROMISE is numeric
               and CTL-RWGT-VELOCITY is numeric
               and CTL-RWGT-HOLDS is numeric
               and CTL-RWGT-PAYMENT + CTL-RWGT-AGING
                   + CTL-RWGT-PROMISE + CTL-RWGT-VELOCITY
                   + CTL-RWGT-HOLDS = 100
               move CTL-RWGT-PAYMENT to ws-w-payment
               move CTL-RWGT-AGING to ws-w-aging
               move CTL-RWGT-PROMISE to ws-w-promise
               move CTL-RWGT-VELOCITY to ws-w-velocity
               move CTL-RWGT-HOLDS to ws-w-holds
           else
               display "***** DCIA2RSK: RISKWGT WEIGHTS UNUSABLE - "
                   "DEFAULT WEIGHTS USED"
           end-if.

       057-take-risk-rule.

           if CTL-RSKR-REVIEW-SCORE is numeric
               and CTL-RSKR-REVIEW-SCORE > 0
               and CTL-RSKR-REVIEW-SCORE not > 100
               move CTL-RSKR-REVIEW-SCORE to ws-review-score
           end-if.
           if CTL-RSKR-MOVE-POINTS is numeric
               and CTL-RSKR-MOVE-POINTS > 0
               move CTL-RSKR-MOVE-POINTS to ws-move-points
           end-if.

       060-date-to-days.

           compute ws-ref-days =
               ws-dp-yyyy * 360 + ws-dp-mm * 30 + ws-dp-dd.

       070-load-velocity-refusals.

      *    no journal means no refusals
           open input audt-file.
           if ws-audt-status = "00"
               read audt-file into AUDITREC
                   at end move 'y' to sw-audt-eof
               end-read
               perform 075-check-one-journal-entry
                   until sw-audt-eof = 'y'
               close audt-file
           end-if.

       075-check-one-journal-entry.

      *    IA25 journals every velocity breach as a denied action
      *    with the outcome in the after-stat byte - only 'R', the
      *    postings actually refused, count here
           if AUDIT-TRANSID = "IA25"
               and AUDIT-ACTION-DENIED
               and AUDIT-AFTER-STAT = "R"
               and AUDIT-DATE is numeric
               move AUDIT-DATE to ws-date-parts
               perform 060-date-to-days
               compute ws-elapsed-days = ws-today-days - ws-ref-days
               if ws-elapsed-days not < 0
                   and ws-elapsed-days < ws-velocity-days
                   add 1 to ws-count-refusals
                   move AUDIT-ACCTKEY to ws-refusal-acct
                   perform 080-tally-refusal
               end-if
           end-if.

           read audt-file into AUDITREC
               at end move 'y' to sw-audt-eof.

       080-tally-refusal.

           move 0 to ws-refusal-found.
           perform 085-match-refusal
               varying ws-refusal-idx from 1 by 1
               until ws-refusal-idx > ws-refusal-entries
                  or ws-refusal-found > 0.

           if ws-refusal-found > 0
               if ws-refusal-times(ws-refusal-found) < 999
                   add 1 to ws-refusal-times(ws-refusal-found)
               end-if
           else
           if ws-refusal-entries < 1000
               add 1 to ws-refusal-entries
               move ws-refusal-acct
                   to ws-refusal-acctkey(ws-refusal-entries)
               move 1 to ws-refusal-times(ws-refusal-entries)
           else
               display "***** DCIA2RSK: REFUSAL TABLE FULL - "
                   "ACCOUNT " ws-refusal-acct " NOT COUNTED"
           end-if
           end-if.

       085-match-refusal.

           if ws-refusal-acctkey(ws-refusal-idx) = ws-refusal-acct
               move ws-refusal-idx to ws-refusal-found
           end-if.

       100-score-one-account.

           add 1 to ws-count-read.

           perform 200-score-payments.
           perform 300-score-holds.
           perform 400-score-collections.
           perform 500-score-velocity.

           compute ws-new-score rounded =
               (ws-payment-pts * ws-w-payment
              + ws-aging-pts * ws-w-aging
              + ws-promise-pts * ws-w-promise
              + ws-velocity-pts * ws-w-velocity
              + ws-hold-pts * ws-w-holds) / 100.

           perform 600-save-score.
           perform 700-judge-movement.

           read acct-file into ACCTREC at end move 'y' to sw-acct-eof.

       200-score-payments.

      *    a debit balance should see a credit in each of the last
      *    three 30-day windows - every window without one scores a
      *    third of the factor. an account in credit owes nothing
      *    and scores nothing.
           move "NNN" to ws-window-table.

      *    movements keyed below this account belong to accounts no
      *    longer on file - skip past them so the pairing stays
      *    lined up, same as the aging run does
           perform 210-skip-orphan-tran
               until sw-tran-eof = 'y'
                   or TRAN-ACCTKEY not < ACCTKEY.

           perform 220-take-one-tran
               until sw-tran-eof = 'y'
                   or TRAN-ACCTKEY not = ACCTKEY.

           move 0 to ws-missed-windows.
           perform 230-count-missed-window
               varying ws-window-idx from 1 by 1
               until ws-window-idx > 3.

           if CURBAL > 0
               compute ws-payment-pts rounded =
                   ws-missed-windows * 100 / 3
           else
               move 0 to ws-payment-pts
           end-if.

       210-skip-orphan-tran.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       220-take-one-tran.

           if TRAN-TYPE-CREDIT
               move TRAN-DATE to ws-date-parts
               perform 060-date-to-days
               compute ws-elapsed-days = ws-today-days - ws-ref-days
               if ws-elapsed-days not < 0
                   and ws-elapsed-days < ws-payment-days
                   compute ws-window-idx = ws-elapsed-days / 30 + 1
                   move "Y" to ws-window-paid(ws-window-idx)
               end-if
           end-if.

           read tran-file into TRANREC
               at end move 'y' to sw-tran-eof.

       230-count-missed-window.

           if ws-window-paid(ws-window-idx) = "N"
               add 1 to ws-missed-windows
           end-if.

       300-score-holds.

      *    each hold still open scores a quarter of the factor - a
      *    hold past its expiry is the DCIA2HLD sweep's to lapse and
      *    no longer counts
           move 0 to ws-hold-count.

           perform 310-skip-orphan-hold
               until sw-hold-eof = 'y'
                   or HOLD-ACCTKEY not < ACCTKEY.

           perform 320-take-one-hold
               until sw-hold-eof = 'y'
                   or HOLD-ACCTKEY not = ACCTKEY.

           if ws-hold-count > 3
               move 100 to ws-hold-pts
           else
               compute ws-hold-pts = ws-hold-count * 25
           end-if.

       310-skip-orphan-hold.

           read hold-file into HOLDREC
               at end move 'y' to sw-hold-eof.

       320-take-one-hold.

           if HOLD-EXPIRY not < ws-today-yymmdd
               add 1 to ws-hold-count
           end-if.

           read hold-file into HOLDREC
               at end move 'y' to sw-hold-eof.

       400-score-collections.

      *    the aging bucket tonight's DCIA2AGE run gave the account's
      *    queue item, and whether a promise on it was broken. an
      *    account not on the queue is current with no promise owed.
           move 0 to ws-aging-pts.
           move 0 to ws-promise-pts.

           if sw-colq-off not = 'y'
               move ACCTKEY to fd-colqkey
               read colq-file into COLQREC
                   invalid key continue
               end-read
               if ws-colq-status = "00"
                   if COLQ-BUCKET = "90+ DAYS"
                       move 100 to ws-aging-pts
                   else
                   if COLQ-BUCKET = "60 DAYS"
                       move 67 to ws-aging-pts
                   else
                   if COLQ-BUCKET = "30 DAYS"
                       move 33 to ws-aging-pts
                   end-if
                   end-if
                   end-if
                   if COLQ-PROMISE-BROKEN
                       move 100 to ws-promise-pts
                   end-if
               end-if
           end-if.

       500-score-velocity.

      *    each refusal inside the window scores a quarter of the
      *    factor
           move 0 to ws-refusal-count.
           move ACCTKEY to ws-refusal-acct.
           move 0 to ws-refusal-found.
           perform 085-match-refusal
               varying ws-refusal-idx from 1 by 1
               until ws-refusal-idx > ws-refusal-entries
                  or ws-refusal-found > 0.
           if ws-refusal-found > 0
               move ws-refusal-times(ws-refusal-found)
                   to ws-refusal-count
           end-if.

           if ws-refusal-count > 3
               move 100 to ws-velocity-pts
           else
               compute ws-velocity-pts = ws-refusal-count * 25
           end-if.

       600-save-score.

      *    the score already on file becomes the previous one unless
      *    it was written tonight - a rerun replaces tonight's score
      *    and keeps the earlier night's for the comparison
           move 'N' to ws-first-score-sw.
           move ACCTKEY to fd-riskkey.
           read risk-file into RISKREC
               invalid key continue
           end-read.

           if ws-risk-status = "00"
               if RISK-SCORE-DATE < ws-today-yyyymmdd
                   move RISK-SCORE to RISK-PREV-SCORE
                   move RISK-SCORE-DATE to RISK-PREV-DATE
               end-if
           else
               move spaces to RISKREC
               move ACCTKEY to RISK-ACCTKEY
               move 0 to RISK-PREV-SCORE
               move 0 to RISK-PREV-DATE
           end-if.

           if RISK-PREV-DATE = 0
               set ws-first-score to true
           end-if.

           move ws-new-score to RISK-SCORE.
           move ws-today-yyyymmdd to RISK-SCORE-DATE.
           move ws-payment-pts to RISK-PAYMENT-PTS.
           move ws-aging-pts to RISK-AGING-PTS.
           move ws-promise-pts to RISK-PROMISE-PTS.
           move ws-velocity-pts to RISK-VELOCITY-PTS.
           move ws-hold-pts to RISK-HOLD-PTS.
           if ws-new-score not < ws-review-score
               set RISK-FOR-REVIEW to true
               add 1 to ws-count-review
           else
               move space to RISK-REVIEW-FLAG
           end-if.

           if ws-risk-status = "00"
               add 1 to ws-count-rescored
               rewrite risk-file-record from RISKREC
                   invalid key continue
               end-rewrite
           else
               add 1 to ws-count-new
               write risk-file-record from RISKREC
                   invalid key continue
               end-write
           end-if.

           if ws-risk-status not = "00"
               add 1 to ws-count-not-saved
               display "***** DCIA2RSK: SCORE NOT SAVED FOR "
                   ACCTKEY " - STATUS: " ws-risk-status
           end-if.

       700-judge-movement.

      *    an account is listed when its score crosses the review
      *    score in either direction, or moves overnight by the
      *    listing points or more without crossing it. a first score
      *    has nothing to move from and is listed only when it is
      *    already at the review score.
           if ws-first-score
               move 0 to ws-movement
           else
               compute ws-movement = RISK-SCORE - RISK-PREV-SCORE
           end-if.
           if ws-movement < 0
               compute ws-move-size = 0 - ws-movement
           else
               move ws-movement to ws-move-size
           end-if.

           move spaces to dl-reason.
           if ws-first-score
               if RISK-FOR-REVIEW
                   add 1 to ws-count-crossed-up
                   move "FIRST SCORE AT REVIEW LEVEL" to dl-reason
               end-if
           else
           if RISK-FOR-REVIEW
               and RISK-PREV-SCORE < ws-review-score
               add 1 to ws-count-crossed-up
               move "CROSSED INTO REVIEW" to dl-reason
           else
           if not RISK-FOR-REVIEW
               and RISK-PREV-SCORE not < ws-review-score
               add 1 to ws-count-dropped
               move "DROPPED BELOW REVIEW" to dl-reason
           else
           if ws-move-size not < ws-move-points
               add 1 to ws-count-movers
               if ws-movement > 0
                   move "MOVED UP" to dl-reason
               else
                   move "MOVED DOWN" to dl-reason
               end-if
           end-if
           end-if
           end-if
           end-if.

           if dl-reason not = spaces
               perform 750-print-account
           end-if.

       750-print-account.

           move ACCTCODE to dl-acctcode.
           move ACCTNO to dl-acctno.
           move FNAME to dl-fname.
           move SNAME to dl-sname.
           move RISK-SCORE to dl-score.
           if ws-first-score
               move "NEW" to dl-prev-new
           else
               move RISK-PREV-SCORE to dl-prev
           end-if.
           move ws-movement to dl-move.
           move RISK-PAYMENT-PTS to dl-payment.
           move RISK-AGING-PTS to dl-aging.
           move RISK-PROMISE-PTS to dl-promise.
           move RISK-VELOCITY-PTS to dl-velocity.
           move RISK-HOLD-PTS to dl-holds.

           write report-print-line from detail-line
               after advancing 1 line.

       900-print-totals.

           move "ACCOUNTS SCORED" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "  FIRST SCORE" to cl-label.
           move ws-count-new to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "  RESCORED" to cl-label.
           move ws-count-rescored to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "AT OR ABOVE REVIEW SCORE" to cl-label.
           move ws-count-review to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "CROSSED INTO REVIEW" to cl-label.
           move ws-count-crossed-up to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "DROPPED BELOW REVIEW" to cl-label.
           move ws-count-dropped to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "MOVED BY LISTING POINTS" to cl-label.
           move ws-count-movers to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "VELOCITY REFUSALS COUNTED" to cl-label.
           move ws-count-refusals to cl-count.
           write report-print-line from count-line
               after advancing 2 lines.

           move "SCORES NOT SAVED" to cl-label.
           move ws-count-not-saved to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2RSK.
