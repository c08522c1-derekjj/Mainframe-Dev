       identification division.
       program-id. DCIA2MNT.
       author. Derek Johnston.
       date-written. 2026-10-15.
       date-compiled. 2026-10-15.

       environment division.
       input-output section.
       file-control.

      *    the mass-maintenance change file - one change per line:
      *    account code, account number, the field being changed and
      *    its new value. a branch consolidation, a street rename or
      *    a retired status code arrives here instead of being
      *    re-keyed account by account on IA23 and IA34.
           select chg-file
           assign to "../../../data/MassMaint.dat"
           organization is line sequential
           file status is ws-chg-status.

      *    run mode - 'L' applies the changes. anything else, or no
      *    file at all, is a trial run that edits every line and
      *    reports what would happen without touching a record.
           select parm-file
           assign to "../../../data/MntParm.dat"
           organization is line sequential
           file status is ws-parm-status.

      *    the quiesce verdict left by the window closer.
           select ctl-file
           assign to "CTLFILE"
           organization is indexed
           access mode is random
           record key is fd-ctlkey
           file status is ws-ctl-status.

           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    the status-code reference file unloaded in key order by
      *    the nightly IDCAMS REPRO step - the same codes the IA23
      *    screen loads at transaction start.
           select stat-file
           assign to "STATFILE"
           organization is sequential
           file status is ws-stat-status.

           select brch-file
           assign to "BRCHFILE"
           organization is indexed
           access mode is random
           record key is fd-brchkey
           file status is ws-brch-status.

           select wtch-file
           assign to "WTCHFILE"
           organization is indexed
           access mode is random
           record key is fd-wtchkey
           file status is ws-wtch-status.

      *    name and address before/after images for the weekly
      *    fraud review, the same entries IA23 writes.
           select dmhist-file
           assign to "DMHISTFL"
           organization is indexed
           access mode is random
           record key is fd-dmhistkey
           file status is ws-dmhist-status.

      *    an address change clears a returned-mail flag still on,
      *    as it does on IA23. an unavailable flag file leaves the
      *    flags alone.
           select rtml-file
           assign to "RTMLFILE"
           organization is indexed
           access mode is random
           record key is fd-rtmlkey
           file status is ws-rtml-status.

      *    a branch transfer moves the balance out of the old key
      *    and into the new one as a pair of posted movements, the
      *    same pair IA34 posts.
           select tran-file
           assign to "TRANFILE"
           organization is indexed
           access mode is random
           record key is fd-trankey
           file status is ws-tran-status.

      *    the same audit journal the online transactions write.
           select audt-file
           assign to "AUDTFILE"
           organization is sequential
           file status is ws-audt-status.

      *    corrected change lines queued by the resubmit facility -
      *    this job's lines process ahead of the change file and are
      *    consumed by a live run, the rest ride through untouched.
           select resubmit-file
           assign to "../../../data/Resubmit.dat"
           organization is line sequential
           file status is ws-resubmit-status.

      *    the suite-wide exception repository - a live run's
      *    rejects land there for repair through OpsResubmit.
           select except-log-file
           assign to "../../../data/ExceptLog.dat"
           organization is line sequential
           file status is ws-exceptlog-status.

           select report-file
           assign to "../../../data/DCIA2MNT.out"
           organization is line sequential.

       data division.
       file section.

       fd  chg-file
           data record is chg-line.
       01  chg-line.
           05 chg-acctcode              pic x(3).
           05 chg-acctno                pic x(5).
      *    FNAME, SNAME, TITL, ADDR1, ADDR2, STAT or BRCH
           05 chg-field                 pic x(5).
           05 chg-new-value             pic x(20).
           05 filler                    pic x(47).

       fd  parm-file
           data record is parm-line.
       01  parm-line.
           05 pl-run-mode               pic x.

       fd  ctl-file
           record contains 40 characters.
       01  ctl-file-record.
           05 fd-ctlkey                 pic x(8).
           05 filler                    pic x(32).

       fd  acct-file
           record contains 99 characters.
       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  stat-file
           record contains 27 characters.
       01  stat-file-record             pic x(27).

       fd  brch-file
           record contains 42 characters.
       01  brch-file-record.
           05 fd-brchkey                pic x(3).
           05 filler                    pic x(39).

       fd  wtch-file
           record contains 50 characters.
       01  wtch-file-record.
           05 fd-wtchkey                pic x(30).
           05 filler                    pic x(20).

       fd  dmhist-file
           record contains 170 characters.
       01  dmhist-file-record.
           05 fd-dmhistkey              pic x(22).
           05 filler                    pic x(148).

       fd  rtml-file
           record contains 54 characters.
       01  rtml-file-record.
           05 fd-rtmlkey                pic x(8).
           05 filler                    pic x(46).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  audt-file
           record contains 57 characters.
       01  audt-file-record             pic x(57).

       fd  resubmit-file
           data record is resubmit-line.
       01  resubmit-line.
           05 rsl-job-name              pic x(8).
           05 rsl-record                pic x(80).

       fd  except-log-file
           data record is except-log-line.
       01  except-log-line.
           05 el-job-name               pic x(8).
           05 el-run-date               pic 9(8).
           05 el-record-key             pic x(20).
           05 el-reason                 pic x(30).
           05 el-status                 pic x.
           05 el-fixed-by               pic x(8).
           05 el-fixed-date             pic 9(8).

       fd  report-file
           data record is report-print-line
           record contains 132 characters.
       01  report-print-line.
           05 filler                    pic x(132).

       working-storage section.

      * COPY ACCTFILE RECORD LAYOUT (SAME COPYBOOK THE CICS PROGRAMS USE)
       COPY 'ACCTREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT
       COPY 'CTLREC'.

      * COPY STATUS-CODE REFERENCE TABLE
       COPY 'STATCODE'.

      * COPY STATUS-CODE FILE RECORD LAYOUT
       COPY 'STATREC'.

      * COPY BRANCH MASTER RECORD LAYOUT
       COPY 'BRCHREC'.

      * COPY WATCH-LIST RECORD LAYOUT
       COPY 'WTCHREC'.

      * COPY DEMOGRAPHIC-CHANGE HISTORY RECORD LAYOUT
       COPY 'DMHISTRC'.

      * COPY RETURNED-MAIL FLAG RECORD LAYOUT
       COPY 'RTMLREC'.

      * COPY AUDIT JOURNAL RECORD LAYOUT
       COPY 'AUDITREC'.

      * COPY POSTED-TRANSACTION RECORD LAYOUT
       COPY 'TRANREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
           05  filler                   pic x(28)
               value "Derek Johnston, MASS MAINT".
           05  filler                   pic x(5) value spaces.
           05  nl-date                  pic 9(6).
           05  filler                   pic x(5) value spaces.
           05  nl-time                  pic 9(8).

       01  rpt-heading.
           05 filler                    pic x(30)
               value "MASS MAINTENANCE - ".
           05 rh-mode                   pic x(40).

       01  column-heading.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(12) value "ACCOUNT".
           05 filler                    pic x(8) value "FIELD".
           05 filler                    pic x(23) value "NEW VALUE".
           05 filler                    pic x(21) value "OLD VALUE".
           05 filler                    pic x(7) value "OUTCOME".

       01  detail-line.
           05 filler                    pic x(3) value spaces.
           05 dl-acctcode               pic x(3).
           05 filler                    pic x value "/".
           05 dl-acctno                 pic x(5).
           05 filler                    pic x(3) value spaces.
           05 dl-field                  pic x(5).
           05 filler                    pic x(3) value spaces.
           05 dl-new-value              pic x(20).
           05 filler                    pic x(3) value spaces.
           05 dl-old-value              pic x(20).
           05 filler                    pic x value space.
           05 dl-resubmit               pic x value space.
           05 dl-outcome                pic x(50).

       01  count-line.
           05 filler                    pic x(3) value spaces.
           05 cl-label                  pic x(24).
           05 filler                    pic x(2) value ": ".
           05 cl-count                  pic zzzzzz9.

      *--------------Loop Switches-------------------------------
       01  sw-chg-eof                   pic x value 'n'.
       01  sw-stat-eof                  pic x value 'n'.
       01  sw-resubmit-eof              pic x value 'n'.
       01  ws-chg-status                pic xx value spaces.
       01  ws-parm-status               pic xx value spaces.
       01  ws-ctl-status                pic xx value spaces.
       01  ws-acct-status               pic xx value spaces.
       01  ws-stat-status               pic xx value spaces.
       01  ws-brch-status               pic xx value spaces.
       01  ws-wtch-status               pic xx value spaces.
       01  ws-dmhist-status             pic xx value spaces.
       01  ws-rtml-status               pic xx value spaces.
       01  ws-audt-status               pic xx value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-resubmit-status           pic xx value spaces.
       01  ws-exceptlog-status          pic xx value spaces.

      *    a reference file that cannot be opened leaves its check
      *    passed, the same as a file offline to the online screens
       01  sw-brch-off                  pic x value 'n'.
       01  sw-wtch-off                  pic x value 'n'.
       01  sw-rtml-off                  pic x value 'n'.

      *--------------Run Mode------------------------------------
       01  ws-run-mode                  pic x value "T".
           88 ws-live-run                    value "L".
           88 ws-trial-run                   value "T".

      *--------------One Change----------------------------------
      *    blank until an edit fails - the first failure is the
      *    reason the line is rejected
       01  ws-reject-reason             pic x(30) value spaces.
       01  ws-change-key.
           05 ws-ck-acctcode            pic x(3).
           05 ws-ck-acctno              pic 9(5).
       01  ws-old-acctkey               pic x(8).
       01  ws-new-acctkey               pic x(8).
       01  ws-probe-area                pic x(99).
       01  ws-watch-outcome             pic x value space.

      *    the transfer movements, each carrying the other side's key
       01  ws-move-amount               pic 9(6)v99 value 0.
       01  ws-desc-from.
           05 filler                    pic x(10) value "XFER FROM ".
           05 ws-desc-from-key          pic x(8).
           05 filler                    pic x(2) value spaces.
       01  ws-desc-to.
           05 filler                    pic x(8) value "XFER TO ".
           05 ws-desc-to-key            pic x(8).
           05 filler                    pic x(4) value spaces.
       01  sw-move-failed               pic x value 'n'.

      *    before-images of the fields the history and audit
      *    entries carry
       01  ws-before-fname              pic x(15).
       01  ws-before-sname              pic x(15).
       01  ws-before-addr1              pic x(20).
       01  ws-before-addr2              pic x(20).
       01  ws-before-stat               pic x.

      *--------------Resubmitted Lines---------------------------
      *    this job's corrected lines staged ahead of the change
      *    file, everyone else's carried to be written back.
       01 ws-rsb-table.
           05 ws-rsb-entry occurs 50 times.
               10 ws-rsb-job            pic x(8).
               10 ws-rsb-record         pic x(80).

       01 ws-rsb-count                  pic 99 value 0.
       01 ws-rsb-idx                    pic 99 value 0.
      *    more queued lines than the table holds - consuming the
      *    file then would destroy every line past the cap, so the
      *    whole queue is left intact and nothing is fed this run
       01 ws-rsb-overflow-sw            pic x value "N".
           88 ws-rsb-overflow                value "Y".
       01 ws-resubmit-sw                pic x value "N".
           88 ws-line-resubmitted            value "Y".

      *    staged by the reject path, written by 800-raise-exception
      *    after the open so the record area is built fresh
       01  ws-this-job-name             pic x(8) value "DCIA2MNT".
       01  ws-except-key                pic x(20) value spaces.
       01  ws-except-reason             pic x(30) value spaces.

      *--------------Counts and Work Fields----------------------
       01 ws-counts.
           05 ws-count-read             pic 9(7) value 0.
           05 ws-count-resubmitted      pic 9(7) value 0.
           05 ws-count-applied          pic 9(7) value 0.
           05 ws-count-rejected         pic 9(7) value 0.
           05 ws-count-raised           pic 9(7) value 0.

       01 ws-today-yyyymmdd             pic 9(8).
       01 ws-run-time                   pic 9(8).
       01 ws-dmhist-time                pic 9(6) value 0.
       01 ws-dmhist-tries               pic 99 value 0.

       procedure division.
           perform 040-check-batch-go.
           accept ws-today-yyyymmdd from date yyyymmdd.
           accept ws-run-time from time.
           move ws-run-time(1:6) to ws-dmhist-time.

           perform 050-read-parm.
           perform 055-load-status-table.

      *    no change file means nothing was sent for maintenance
           open input chg-file.
           if ws-chg-status not = "00"
               display "NO MASS-MAINTENANCE FILE - STATUS: "
                   ws-chg-status " - NOTHING TO APPLY"
               stop run
           end-if.

      *    a trial run only reads - the account file is opened for
      *    update on a live run alone
           if ws-live-run
               open i-o acct-file
           else
               open input acct-file
           end-if.
           if ws-acct-status not = "00"
               display "ACCTFILE OPEN FAILED - STATUS: " ws-acct-status
               close chg-file
               stop run
           end-if.

           open input brch-file.
           if ws-brch-status not = "00"
               move 'y' to sw-brch-off
           end-if.

           open input wtch-file.
           if ws-wtch-status not = "00"
               move 'y' to sw-wtch-off
           end-if.

           if ws-live-run
               perform 060-open-journals
           end-if.

           perform 070-stage-resubmits.

           open output report-file.

           accept nl-date from date.
           accept nl-time from time.

           if ws-live-run
               move "LIVE RUN - CHANGES APPLIED" to rh-mode
           else
               move "TRIAL RUN - NOTHING CHANGED" to rh-mode
           end-if.

           write report-print-line from name-line
               after advancing page.
           write report-print-line from rpt-heading
               after advancing 2 lines.
           write report-print-line from column-heading
               after advancing 2 lines.
           write report-print-line from spaces
               after advancing 1 line.

      *    the repaired lines process first, as if they led the file
           if not ws-rsb-overflow
               perform 072-feed-one-resubmit
                   varying ws-rsb-idx from 1 by 1
                   until ws-rsb-idx > ws-rsb-count
           end-if.

           read chg-file
               at end move 'y' to sw-chg-eof
           end-read.
           perform 100-process-change-file until sw-chg-eof = 'y'.

           perform 900-print-totals.

           if sw-brch-off not = 'y'
               close brch-file
           end-if.
           if sw-wtch-off not = 'y'
               close wtch-file
           end-if.
           if ws-live-run
               close dmhist-file,
                     audt-file,
                     tran-file
               if sw-rtml-off not = 'y'
                   close rtml-file
               end-if
           end-if.
           close chg-file,
                 acct-file,
                 report-file.
           stop run.

       040-check-batch-go.

      *    the DCIA2WCL closer writes 'N' here when the quiesce
      *    could not be confirmed - running against a live ACCTFILE
      *    is how batch has corrupted balances before
           open input ctl-file.
           if ws-ctl-status = "00"
               move "BATCHGO " to fd-ctlkey
               read ctl-file into CTLREC
                   invalid key continue
               end-read
               if ws-ctl-status = "00" and CTL-BATCH-NOGO
                   display "QUIESCE NOT CONFIRMED - "
                       "JOB REFUSING TO START"
                   close ctl-file
                   stop run
               end-if
               close ctl-file
           end-if.

       050-read-parm.

      *    a missing parameter file, or any mode but 'L', leaves the
      *    run a trial - a live run has to be asked for
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end continue
               end-read
               if ws-parm-status = "00" and pl-run-mode = "L"
                   move "L" to ws-run-mode
               end-if
               close parm-file
           end-if.

       055-load-status-table.

      *    the same table the IA23 screen loads - an empty or
      *    missing unload falls back to the four codes the system
      *    has always known, as it does online
           move 0 to WS-STATUS-COUNT.
           open input stat-file.
           if ws-stat-status = "00"
               read stat-file into STATREC
                   at end move 'y' to sw-stat-eof
               end-read
               if ws-stat-status not = "00"
                   move 'y' to sw-stat-eof
               end-if
               perform 056-load-one-status
                   until sw-stat-eof = 'y'
               close stat-file
           end-if.

           if WS-STATUS-COUNT = 0
               perform 057-default-status-table
           end-if.

       056-load-one-status.

           if WS-STATUS-COUNT < 20
               add 1 to WS-STATUS-COUNT
               set WS-STATUS-IDX to WS-STATUS-COUNT
               move STATREC-CODE to WS-STATUS-CODE(WS-STATUS-IDX)
               move STATREC-DESC to WS-STATUS-DESC(WS-STATUS-IDX)
               move STATREC-ALLOW-NEW
                   to WS-STATUS-ALLOW-NEW(WS-STATUS-IDX)
               move STATREC-ALLOW-UPDATE
                   to WS-STATUS-ALLOW-UPDATE(WS-STATUS-IDX)
               read stat-file into STATREC
                   at end move 'y' to sw-stat-eof
               end-read
               if ws-stat-status not = "00"
                   move 'y' to sw-stat-eof
               end-if
           else
               move 'y' to sw-stat-eof
           end-if.

       057-default-status-table.

           move 'A' to WS-STATUS-CODE(1).
           move 'ACTIVE' to WS-STATUS-DESC(1).
           move 'Y' to WS-STATUS-ALLOW-NEW(1).
           move 'Y' to WS-STATUS-ALLOW-UPDATE(1).

           move 'B' to WS-STATUS-CODE(2).
           move 'ACTIVE - ON HOLD' to WS-STATUS-DESC(2).
           move 'Y' to WS-STATUS-ALLOW-NEW(2).
           move 'Y' to WS-STATUS-ALLOW-UPDATE(2).

           move 'X' to WS-STATUS-CODE(3).
           move 'SUSPENDED' to WS-STATUS-DESC(3).
           move 'N' to WS-STATUS-ALLOW-NEW(3).
           move 'Y' to WS-STATUS-ALLOW-UPDATE(3).

           move 'Z' to WS-STATUS-CODE(4).
           move 'CLOSED - PENDING REVIEW' to WS-STATUS-DESC(4).
           move 'N' to WS-STATUS-ALLOW-NEW(4).
           move 'Y' to WS-STATUS-ALLOW-UPDATE(4).

           move 4 to WS-STATUS-COUNT.

       060-open-journals.

           open extend audt-file.
           if ws-audt-status not = "00"
               and ws-audt-status not = "05"
               open output audt-file
           end-if.

      *    first run creates the history file, then reopens it i-o
           open i-o dmhist-file.
           if ws-dmhist-status = "35"
               open output dmhist-file
               close dmhist-file
               open i-o dmhist-file
           end-if.
           if ws-dmhist-status not = "00"
               display "DMHISTFL OPEN FAILED - STATUS: "
                   ws-dmhist-status
               close chg-file, acct-file, audt-file
               stop run
           end-if.

      *    a transfer whose balance cannot be posted across would
      *    leave both keys' movements short of CURBAL - no
      *    transaction file, no live run
           open i-o tran-file.
           if ws-tran-status not = "00"
               display "TRANFILE OPEN FAILED - STATUS: "
                   ws-tran-status
               close chg-file, acct-file, audt-file, dmhist-file
               stop run
           end-if.

           open i-o rtml-file.
           if ws-rtml-status not = "00"
               move 'y' to sw-rtml-off
           end-if.

       070-stage-resubmits.

      *    a missing resubmit file just means nothing was repaired.
      *    a live run rewrites the file without this job's lines -
      *    they are consumed here, everyone else's remain queued. a
      *    trial run feeds them too but leaves the queue as it found
      *    it, so the live run still has them.
           open input resubmit-file.
           if ws-resubmit-status not = "00"
               move "y" to sw-resubmit-eof
           end-if.

           if sw-resubmit-eof not = "y"
               read resubmit-file
                   at end move "y" to sw-resubmit-eof
               end-read
           end-if.
           perform 071-stage-one-resubmit
               until sw-resubmit-eof = "y".
           if ws-resubmit-status = "00" or ws-resubmit-status = "10"
               close resubmit-file
               if ws-rsb-overflow
                   display "warning - resubmit queue exceeds 50"
                       " lines - nothing consumed or fed this run,"
                       " queue left intact"
               else
                   if ws-live-run
                       open output resubmit-file
                       perform 073-carry-one-foreign-line
                           varying ws-rsb-idx from 1 by 1
                           until ws-rsb-idx > ws-rsb-count
                       close resubmit-file
                   end-if
               end-if
           end-if.

       071-stage-one-resubmit.

           if ws-rsb-count < 50
               add 1 to ws-rsb-count
               move rsl-job-name to ws-rsb-job(ws-rsb-count)
               move rsl-record to ws-rsb-record(ws-rsb-count)
           else
               set ws-rsb-overflow to true
           end-if.

           read resubmit-file
               at end move "y" to sw-resubmit-eof.

       072-feed-one-resubmit.

           if ws-rsb-job(ws-rsb-idx) = ws-this-job-name
               add 1 to ws-count-resubmitted
               move ws-rsb-record(ws-rsb-idx) to chg-line
               set ws-line-resubmitted to true
               perform 110-apply-one-change
               move "N" to ws-resubmit-sw
           end-if.

       073-carry-one-foreign-line.

           if ws-rsb-job(ws-rsb-idx) not = ws-this-job-name
               move ws-rsb-job(ws-rsb-idx) to rsl-job-name
               move ws-rsb-record(ws-rsb-idx) to rsl-record
               write resubmit-line
           end-if.

       100-process-change-file.

           add 1 to ws-count-read.
           perform 110-apply-one-change.

           read chg-file
               at end move 'y' to sw-chg-eof
           end-read.

       110-apply-one-change.

           move spaces to detail-line.
           move chg-acctcode to dl-acctcode.
           move chg-acctno to dl-acctno.
           move chg-field to dl-field.
           move chg-new-value to dl-new-value.
      *    a line fed back from the resubmit queue is marked so the
      *    repair can be followed on the report
           if ws-line-resubmitted
               move "R" to dl-resubmit
           end-if.
           move spaces to ws-reject-reason.

           perform 200-edit-change.
           if ws-reject-reason = spaces
               perform 300-read-account
           end-if.
           if ws-reject-reason = spaces
               perform 400-check-new-value
           end-if.

           if ws-reject-reason not = spaces
               add 1 to ws-count-rejected
               move "REJECTED - " to dl-outcome
               move ws-reject-reason to dl-outcome(12:)
               if ws-live-run
                   perform 800-raise-exception
               end-if
           else
           if ws-live-run
               perform 500-apply-change
           else
               add 1 to ws-count-applied
               move "WOULD APPLY" to dl-outcome
           end-if
           end-if.

           write report-print-line from detail-line
               after advancing 1 line.

       200-edit-change.

           if chg-acctcode = spaces
               move "BRANCH CODE REQUIRED" to ws-reject-reason
           else
           if chg-acctno is not numeric
               move "ACCOUNT NUMBER NOT NUMERIC" to ws-reject-reason
           else
           if chg-field not = "FNAME" and chg-field not = "SNAME"
               and chg-field not = "TITL" and chg-field not = "ADDR1"
               and chg-field not = "ADDR2" and chg-field not = "STAT"
               and chg-field not = "BRCH"
               move "UNKNOWN FIELD" to ws-reject-reason
           else
      *    a title may be cleared - every other field needs a value,
      *    the same as the required fields on the update screen
           if chg-new-value = spaces and chg-field not = "TITL"
               move "NEW VALUE REQUIRED" to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

       300-read-account.

           move chg-acctcode to ws-ck-acctcode.
           move chg-acctno to ws-ck-acctno.
           move ws-change-key to fd-acctkey.
           read acct-file into ACCTREC
               invalid key continue
           end-read.

           if ws-acct-status not = "00"
               move "ACCOUNT NOT ON FILE" to ws-reject-reason
           else
               move FNAME to ws-before-fname
               move SNAME to ws-before-sname
               move ADDR1 to ws-before-addr1
               move ADDR2 to ws-before-addr2
               move STAT to ws-before-stat
               evaluate chg-field
                   when "FNAME"
                       move FNAME to dl-old-value
                   when "SNAME"
                       move SNAME to dl-old-value
                   when "TITL"
                       move TITL to dl-old-value
                   when "ADDR1"
                       move ADDR1 to dl-old-value
                   when "ADDR2"
                       move ADDR2 to dl-old-value
                   when "STAT"
                       move STAT to dl-old-value
                   when "BRCH"
                       move ACCTCODE to dl-old-value
               end-evaluate
           end-if.

       400-check-new-value.

           evaluate chg-field
               when "FNAME"
                   move chg-new-value to WTCH-FNAME
                   move SNAME to WTCH-SNAME
                   perform 410-check-watch-list
               when "SNAME"
                   move FNAME to WTCH-FNAME
                   move chg-new-value to WTCH-SNAME
                   perform 410-check-watch-list
               when "STAT"
                   perform 420-check-status-code
               when "BRCH"
                   perform 430-check-target-branch
           end-evaluate.

       410-check-watch-list.

      *    a name changed to one on the watch list only lands under
      *    an operator with the approve flag - a batch run has no
      *    supervisor behind it, so a hit is refused and the
      *    refusal journalled the way the update screen does it
           if sw-wtch-off not = 'y'
               move WTCH-KEY to fd-wtchkey
               read wtch-file into WTCHREC
                   invalid key continue
               end-read
               if ws-wtch-status = "00"
                   move "NAME ON WATCH LIST" to ws-reject-reason
                   if ws-live-run
                       move "R" to ws-watch-outcome
                       perform 610-journal-refusal
                       move space to ws-watch-outcome
                   end-if
               end-if
           end-if.

       420-check-status-code.

      *    any recognised code allowed on update, the rule IA23
      *    applies
           move "N" to WS-STATUS-FOUND-SW.
           perform 425-check-one-status
               varying WS-STATUS-IDX from 1 by 1
               until WS-STATUS-IDX > WS-STATUS-COUNT.
           if not WS-STATUS-FOUND
               move "STATUS CODE NOT ON STATFILE" to ws-reject-reason
           end-if.

       425-check-one-status.

           if WS-STATUS-CODE(WS-STATUS-IDX) = chg-new-value(1:1)
               and chg-new-value(2:) = spaces
               and WS-STATUS-ALLOWS-UPDATE(WS-STATUS-IDX)
               set WS-STATUS-FOUND to true
           end-if.

       430-check-target-branch.

      *    the receiving branch must be a real, open branch and the
      *    account number free there - the IA34 rules. a branch
      *    master that cannot be opened leaves the branch check
      *    passed.
           if chg-new-value(4:) not = spaces
               move "BRANCH CODE IS THREE CHARACTERS" to
                   ws-reject-reason
           else
           if chg-new-value(1:3) = ACCTCODE
               move "ACCOUNT ALREADY AT THAT BRANCH" to
                   ws-reject-reason
           else
               if sw-brch-off not = 'y'
                   move chg-new-value(1:3) to fd-brchkey
                   read brch-file into BRCHREC
                       invalid key continue
                   end-read
                   if ws-brch-status = "23"
                       move "TARGET BRANCH NOT ON MASTER" to
                           ws-reject-reason
                   else
                   if ws-brch-status = "00" and BRCH-CLOSED
                       move "TARGET BRANCH IS CLOSED" to
                           ws-reject-reason
                   end-if
                   end-if
               end-if
               if ws-reject-reason = spaces
                   move ACCTKEY to ws-old-acctkey
                   move chg-new-value(1:3) to ws-ck-acctcode
                   move ws-change-key to ws-new-acctkey
                   move ws-new-acctkey to fd-acctkey
                   read acct-file into ws-probe-area
                       invalid key continue
                   end-read
                   if ws-acct-status = "00"
                       move "NUMBER IN USE AT TARGET BRANCH" to
                           ws-reject-reason
                   end-if
                   move ws-old-acctkey to fd-acctkey
               end-if
           end-if
           end-if.

       500-apply-change.

           if chg-field = "BRCH"
               perform 550-transfer-account
           else
               perform 510-update-account
           end-if.

       510-update-account.

           evaluate chg-field
               when "FNAME"
                   move chg-new-value to FNAME
               when "SNAME"
                   move chg-new-value to SNAME
               when "TITL"
                   move chg-new-value to TITL
               when "ADDR1"
                   move chg-new-value to ADDR1
               when "ADDR2"
                   move chg-new-value to ADDR2
               when "STAT"
                   move chg-new-value(1:1) to STAT
           end-evaluate.

           move ACCTKEY to fd-acctkey.
           rewrite acct-file-record from ACCTREC
               invalid key continue
           end-rewrite.
           if ws-acct-status not = "00"
               add 1 to ws-count-rejected
               move "REJECTED - ACCOUNT REWRITE FAILED" to dl-outcome
               move "ACCOUNT REWRITE FAILED" to ws-reject-reason
               perform 800-raise-exception
           else
               perform 600-journal-update
               if FNAME not = ws-before-fname
                   or SNAME not = ws-before-sname
                   or ADDR1 not = ws-before-addr1
                   or ADDR2 not = ws-before-addr2
                   perform 620-write-demographic-history
               end-if
               add 1 to ws-count-applied
               move "APPLIED" to dl-outcome
               if (ADDR1 not = ws-before-addr1
                   or ADDR2 not = ws-before-addr2)
                   and sw-rtml-off not = 'y'
                   perform 630-clear-returned-mail
               end-if
           end-if.

       550-transfer-account.

      *    the record is taken off under its old key and filed under
      *    the new one - CURBAL and CRLIMIT ride across untouched.
      *    if the new key was taken in between, the record goes
      *    back where it was
           move ws-old-acctkey to fd-acctkey.
           delete acct-file record
               invalid key continue
           end-delete.
           if ws-acct-status not = "00"
               add 1 to ws-count-rejected
               move "REJECTED - ACCOUNT DELETE FAILED" to dl-outcome
               move "ACCOUNT DELETE FAILED" to ws-reject-reason
               perform 800-raise-exception
           else
               move ws-new-acctkey to ACCTKEY
               move ACCTKEY to fd-acctkey
               write acct-file-record from ACCTREC
                   invalid key continue
               end-write
               if ws-acct-status not = "00"
                   move ws-old-acctkey to ACCTKEY
                   move ACCTKEY to fd-acctkey
                   write acct-file-record from ACCTREC
                       invalid key continue
                   end-write
                   add 1 to ws-count-rejected
                   move "REJECTED - NUMBER IN USE AT TARGET BRANCH"
                       to dl-outcome
                   move "NUMBER IN USE AT TARGET BRANCH"
                       to ws-reject-reason
                   perform 800-raise-exception
               else
                   perform 650-journal-transfer
                   add 1 to ws-count-applied
                   move "APPLIED - ACCOUNT TRANSFERRED" to dl-outcome
                   if CURBAL not = 0
                       perform 660-post-transfer-movements
                   end-if
               end-if
           end-if.

       600-journal-update.

           move spaces to AUDITREC.
           perform 690-stamp-journal-entry.
           set AUDIT-ACTION-UPDATE to true.
           move ACCTKEY to AUDIT-ACCTKEY.
           move CRLIMIT to AUDIT-BEFORE-CRLIMIT.
           move ws-before-stat to AUDIT-BEFORE-STAT.
           move CRLIMIT to AUDIT-AFTER-CRLIMIT.
           move STAT to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

       610-journal-refusal.

      *    action 'N' with 'R' in the after-stat byte - the entry
      *    the security report lists as a refused watch-list hit
           move spaces to AUDITREC.
           perform 690-stamp-journal-entry.
           set AUDIT-ACTION-DENIED to true.
           move ACCTKEY to AUDIT-ACCTKEY.
           move 0 to AUDIT-BEFORE-CRLIMIT.
           move spaces to AUDIT-BEFORE-STAT.
           move 0 to AUDIT-AFTER-CRLIMIT.
           move ws-watch-outcome to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

       620-write-demographic-history.

           move spaces to DMHISTREC.
           move ws-today-yyyymmdd to DMHIST-DATE.
           move ACCTKEY to DMHIST-ACCTKEY.
           move ws-before-fname to DMHIST-OLD-FNAME.
           move ws-before-sname to DMHIST-OLD-SNAME.
           move ws-before-addr1 to DMHIST-OLD-ADDR1.
           move ws-before-addr2 to DMHIST-OLD-ADDR2.
           move FNAME to DMHIST-NEW-FNAME.
           move SNAME to DMHIST-NEW-SNAME.
           move ADDR1 to DMHIST-NEW-ADDR1.
           move ADDR2 to DMHIST-NEW-ADDR2.
           move ws-this-job-name to DMHIST-USERID.

      *    several changes to one account land in the same second -
      *    a taken key (status 22) steps the time on and tries again
           move 0 to ws-dmhist-tries.
           move "22" to ws-dmhist-status.
           perform 625-write-one-history
               until ws-dmhist-status not = "22"
                   or ws-dmhist-tries = 60.
           if ws-dmhist-status not = "00"
               display "DMHISTFL WRITE FAILED - STATUS: "
                   ws-dmhist-status " ACCOUNT " ACCTKEY
           end-if.

       625-write-one-history.

           add 1 to ws-dmhist-tries.
           move ws-dmhist-time to DMHIST-TIME.
           move DMHIST-KEY to fd-dmhistkey.
           write dmhist-file-record from DMHISTREC
               invalid key continue
           end-write.
           if ws-dmhist-status = "22"
               add 1 to ws-dmhist-time
           end-if.

       630-clear-returned-mail.

      *    no flag, or one already cleared, is nothing to do
           move ACCTKEY to fd-rtmlkey.
           read rtml-file into RTMLREC
               invalid key continue
           end-read.
           if ws-rtml-status = "00" and RTML-FLAGGED
               set RTML-CLEARED to true
               move ws-today-yyyymmdd to RTML-CLEAR-DATE
               move ws-this-job-name to RTML-CLEAR-USERID
               rewrite rtml-file-record from RTMLREC
                   invalid key continue
               end-rewrite
               if ws-rtml-status = "00"
                   move "APPLIED - RETURNED-MAIL FLAG CLEARED"
                       to dl-outcome
               end-if
           end-if.

       650-journal-transfer.

      *    both sides of the move, as IA34 records them
           move spaces to AUDITREC.
           perform 690-stamp-journal-entry.
           set AUDIT-ACTION-TRANSFER to true.

           move ws-old-acctkey to AUDIT-ACCTKEY.
           move CRLIMIT to AUDIT-BEFORE-CRLIMIT.
           move STAT to AUDIT-BEFORE-STAT.
           move 0 to AUDIT-AFTER-CRLIMIT.
           move spaces to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

           move ws-new-acctkey to AUDIT-ACCTKEY.
           move 0 to AUDIT-BEFORE-CRLIMIT.
           move spaces to AUDIT-BEFORE-STAT.
           move CRLIMIT to AUDIT-AFTER-CRLIMIT.
           move STAT to AUDIT-AFTER-STAT.
           write audt-file-record from AUDITREC.

       660-post-transfer-movements.

      *    credit the old key down to zero, debit the new key with
      *    what it brought across - a credit balance moves as the
      *    opposite pair. the 2xx sequence range keeps this run's
      *    postings clear of the refund, bank, fee, charge-off,
      *    escheat, standing-order and accrual runs.
           if CURBAL < 0
               compute ws-move-amount = CURBAL * -1
           else
               move CURBAL to ws-move-amount
           end-if.
           move 'n' to sw-move-failed.

           move spaces to TRANREC.
           move ws-old-acctkey to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 201 to TRAN-SEQ.
           if CURBAL < 0
               move "D" to TRAN-TYPE
           else
               move "C" to TRAN-TYPE
           end-if.
           move ws-move-amount to TRAN-AMOUNT.
           move ws-this-job-name to TRAN-USERID.
           move ws-new-acctkey to ws-desc-to-key.
           move ws-desc-to to TRAN-DESC.
           move "MO" to TRAN-CODE.
           perform 670-write-one-movement.

           move spaces to TRANREC.
           move ws-new-acctkey to TRAN-ACCTKEY.
           move ws-today-yyyymmdd to TRAN-DATE.
           move 201 to TRAN-SEQ.
           if CURBAL < 0
               move "C" to TRAN-TYPE
           else
               move "D" to TRAN-TYPE
           end-if.
           move ws-move-amount to TRAN-AMOUNT.
           move ws-this-job-name to TRAN-USERID.
           move ws-old-acctkey to ws-desc-from-key.
           move ws-desc-from to TRAN-DESC.
           move "MI" to TRAN-CODE.
           perform 670-write-one-movement.

      *    the account has already moved - the operator is told
      *    rather than shown a clean transfer
           if sw-move-failed = 'y'
               move "APPLIED - TRANSFERRED, MOVEMENT NOT POSTED"
                   to dl-outcome
               display "***** DCIA2MNT: " ws-old-acctkey " TO "
                   ws-new-acctkey " TRANSFERRED BUT BALANCE MOVEMENT "
                   "NOT POSTED - STATUS: " ws-tran-status
           end-if.

       670-write-one-movement.

           move spaces to ws-tran-status.
           perform 680-try-one-sequence
               until ws-tran-status = "00"
                   or TRAN-SEQ = 299.
           if ws-tran-status not = "00"
               move 'y' to sw-move-failed
           end-if.

       680-try-one-sequence.

      *    a taken sequence (status 22) is stepped past - any other
      *    failure ends the loop rather than spinning on it
           move TRAN-KEY to fd-trankey.
           write tran-file-record from TRANREC
               invalid key continue
           end-write.
           if ws-tran-status = "22"
               add 1 to TRAN-SEQ
               move spaces to ws-tran-status
           else
               if ws-tran-status not = "00"
                   move 299 to TRAN-SEQ
               end-if
           end-if.

       690-stamp-journal-entry.

           move ws-today-yyyymmdd to AUDIT-DATE.
           move ws-run-time(1:6) to AUDIT-TIME.
           move ws-this-job-name to AUDIT-USERID.
           move "BTCH" to AUDIT-TERMID.
           move "MNT " to AUDIT-TRANSID.

       800-raise-exception.

      *    the key carries the field too, so two rejects against
      *    one account stay told apart on the repair list
           move spaces to ws-except-key.
           move chg-acctcode to ws-except-key(1:3).
           move "/" to ws-except-key(4:1).
           move chg-acctno to ws-except-key(5:5).
           move chg-field to ws-except-key(11:5).
           move ws-reject-reason to ws-except-reason.

      *    the record is built only after the open - the open resets
      *    the record area
           open extend except-log-file.
           if ws-exceptlog-status not = "00"
               and ws-exceptlog-status not = "05"
               open output except-log-file
           end-if.
           move spaces to except-log-line.
           move ws-this-job-name to el-job-name.
           move ws-today-yyyymmdd to el-run-date.
           move ws-except-key to el-record-key.
           move ws-except-reason to el-reason.
           move "O" to el-status.
           move spaces to el-fixed-by.
           move 0 to el-fixed-date.
           write except-log-line.
           close except-log-file.
           add 1 to ws-count-raised.

       900-print-totals.

           move "LINES READ" to cl-label.
           move ws-count-read to cl-count.
           write report-print-line from count-line
               after advancing 3 lines.

           move "RESUBMITTED LINES" to cl-label.
           move ws-count-resubmitted to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           if ws-live-run
               move "CHANGES APPLIED" to cl-label
           else
               move "CHANGES THAT WOULD APPLY" to cl-label
           end-if.
           move ws-count-applied to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "CHANGES REJECTED" to cl-label.
           move ws-count-rejected to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

           move "SENT TO EXCEPTION LOG" to cl-label.
           move ws-count-raised to cl-count.
           write report-print-line from count-line
               after advancing 1 line.

       end program DCIA2MNT.
