               organization is line sequential
               file status is ws-dailyhist-status.

      *    the call-reason codes an operator may key against a call,
      *    with the description the account note carries.
           select call-reason-file
           assign to '../../../data/lab9CallReasons.dat'
               organization is line sequential
               file status is ws-callrsn-status.

      *    the account file the online system keeps - an account key
      *    on a call must be on it before the call is tied to it.
           select acct-file
           assign to "ACCTFILE"
           organization is indexed
           access mode is random
           record key is fd-acctkey
           file status is ws-acct-status.

      *    account notes - each identified call adds one, so the
      *    IA36 notes screen and IA49 history show the contact.
           select note-file
           assign to "NOTEFILE"
           organization is indexed
           access mode is dynamic
           record key is fd-notekey
           file status is ws-note-status.

       data division.
       file section.

      *    before these were captured read in short
           05 dd-abandoned              pic 9(3).
           05 dd-answered-in            pic 9(3).
      *    why the customer called, and the account they called
      *    about when the operator identified it - older feeds read
      *    in short and leave both as spaces
           05 dd-reason-code            pic x(2).
           05 dd-acct-key               pic x(8).

       fd monthly-file
           data record is emp-rec.
           05 dh-date                   pic 9(8).
           05 dh-calls                  pic 9(3).
           05 dh-talk-seconds           pic 9(5).
      *    the reason as validated and the account only when it was
      *    found on ACCTFILE - older history lines read in short
           05 dh-reason-code            pic x(2).
           05 dh-acct-key               pic x(8).

       fd call-reason-file
           data record is call-reason-line.

       01 call-reason-line.
           05 crl-code                  pic x(2).
           05 crl-desc                  pic x(24).

      *    same 99-byte layout DCIA2PGC/DCIA2PGR keep on ACCTFILE -
      *    only the key is looked at here.
       fd  acct-file
           record contains 99 characters.

       01  acct-file-record.
           05 fd-acctkey                pic x(8).
           05 filler                    pic x(91).

       fd  note-file
           record contains 93 characters.

       01  note-file-record.
           05 fd-notekey.
               10 fd-note-acctkey       pic x(8).
               10 fd-note-seq           pic 9(3).
           05 filler                    pic x(82).

       working-storage section.

       01 ws-roster-ok-sw            pic x value 'Y'.
           88 ws-roster-ok               value 'Y'.

      *--------------Call Reasons and Account Notes----------------
      *    a missing reason table leaves every keyed code unknown;
      *    an unavailable ACCTFILE or NOTEFILE ties no call to an
      *    account, and the counts still post.
       01 ws-reason-table.
           05 ws-reason-entry occurs 50 times.
               10 ws-rsn-code            pic x(2).
               10 ws-rsn-desc            pic x(24).

       01 ws-reason-count            pic 99 value 0.
       01 ws-reason-idx              pic 99 value 0.
       01 ws-callrsn-status          pic xx value spaces.
       01 sw-callrsn-eof             pic x value 'n'.
       01 ws-reason-found-sw         pic x value 'N'.
           88 ws-reason-found            value 'Y'.
       01 ws-call-reason             pic x(2) value spaces.
       01 ws-call-reason-desc        pic x(24) value spaces.

       01 ws-acct-status             pic xx value spaces.
       01 ws-note-status             pic xx value spaces.
       01 ws-acct-open-sw            pic x value 'N'.
           88 ws-acct-open               value 'Y'.
       01 ws-note-open-sw            pic x value 'N'.
           88 ws-note-open               value 'Y'.
       01 ws-call-acct-key           pic x(8) value spaces.
       01 ws-next-note-seq           pic 9(4) value 0.
       01 sw-note-scan-done          pic x value 'n'.
       01 ws-count-notes             pic 9(5) value 0.
       01 ws-count-reason-reject     pic 9(5) value 0.
       01 ws-count-acct-reject       pic 9(5) value 0.

       COPY 'NOTEREC'.

       01 ws-except-key              pic x(20).
       01 ws-except-reason           pic x(30).
       01 ws-exceptlog-status        pic xx.
           perform 050-read-monthly-master.
           perform 060-read-interval-profile.
           perform 070-read-roster.
           perform 065-read-call-reasons.

           if ws-emp-count = 0
               display "no monthly master on file - nothing to post to"
               open output daily-history-file
           end-if.

           perform 067-open-account-files.

           read daily-file
               at end move 'y' to sw-daily-eof.
           perform 100-post-one-day until sw-daily-eof = 'y'.

           close daily-file,
                 daily-history-file.
           if ws-acct-open
               close acct-file
           end-if.
           if ws-note-open
               close note-file
           end-if.

           perform 300-rewrite-monthly-master.
           perform 400-rewrite-interval-profile.
               " applied: " ws-count-applied
               " unknown operator: " ws-count-unknown
               " roster rejects: " ws-count-roster-reject.
           display "account notes added: " ws-count-notes
               " reason codes unknown: " ws-count-reason-reject
               " accounts not found: " ws-count-acct-reject.

           move ws-count-read to ws-stats-read.
           move ws-count-applied to ws-stats-written.
               close roster-file
           end-if.

       065-read-call-reasons.

           open input call-reason-file.
           if ws-callrsn-status = "00"
               read call-reason-file
                   at end move 'y' to sw-callrsn-eof
               end-read
               if ws-callrsn-status not = "00"
                   move 'y' to sw-callrsn-eof
               end-if
               perform 066-load-one-call-reason
                   until sw-callrsn-eof = 'y'
                       or ws-reason-count = 50
               close call-reason-file
           end-if.

       066-load-one-call-reason.

           add 1 to ws-reason-count.
           move crl-code to ws-rsn-code(ws-reason-count).
           move crl-desc to ws-rsn-desc(ws-reason-count).

           read call-reason-file
               at end move 'y' to sw-callrsn-eof
           end-read.
           if ws-callrsn-status not = "00"
               move 'y' to sw-callrsn-eof
           end-if.

       067-open-account-files.

      *    the first run creates the note file, then reopens it i-o
           open input acct-file.
           if ws-acct-status = "00"
               set ws-acct-open to true
           else
               display "warning - ACCTFILE unavailable, status "
                   ws-acct-status " - no call tied to an account"
           end-if.

           open i-o note-file.
           if ws-note-status = "35"
               open output note-file
               close note-file
               open i-o note-file
           end-if.
           if ws-note-status = "00"
               set ws-note-open to true
           else
               display "warning - NOTEFILE unavailable, status "
                   ws-note-status " - no account notes added"
           end-if.

       075-load-one-roster-entry.

           add 1 to ws-roster-count.
                   perform 150-post-interval-profile
               end-if
               add 1 to ws-count-applied
               perform 170-code-call-reason
               perform 175-identify-call-account
               move ws-call-reason to dh-reason-code
               move ws-call-acct-key to dh-acct-key
               move dd-operator to dh-operator
               move dd-date to dh-date
               move dd-calls to dh-calls
               move ws-int-idx to ws-int-match-idx
           end-if.

       170-code-call-reason.

      *    a code not on the reason table is logged and the calls
      *    analysed under '??' - the counts themselves still post
           move spaces to ws-call-reason.
           move 'REASON NOT CODED' to ws-call-reason-desc.
           if dd-reason-code not = spaces
               move 'N' to ws-reason-found-sw
               perform 172-find-call-reason
                   varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
                       or ws-reason-found
               if ws-reason-found
                   move dd-reason-code to ws-call-reason
               else
                   move '??' to ws-call-reason
                   move 'REASON CODE UNKNOWN' to ws-call-reason-desc
                   add 1 to ws-count-reason-reject
                   move spaces to ws-except-key
                   string dd-operator " " dd-date " " dd-reason-code
                       delimited by size into ws-except-key
                   move "unknown call reason code" to ws-except-reason
                   perform 955-write-exception
               end-if
           end-if.

       172-find-call-reason.

           if ws-rsn-code(ws-reason-idx) = dd-reason-code
               set ws-reason-found to true
               move ws-rsn-desc(ws-reason-idx) to ws-call-reason-desc
           end-if.

       175-identify-call-account.

      *    an account key must be on ACCTFILE; a good one gets a
      *    note on the account
           move spaces to ws-call-acct-key.
           if dd-acct-key not = spaces and ws-acct-open
               move dd-acct-key to fd-acctkey
               read acct-file
                   invalid key continue
               end-read
               if ws-acct-status = "00"
                   move dd-acct-key to ws-call-acct-key
                   if ws-note-open
                       perform 180-add-account-note
                   end-if
               else
                   add 1 to ws-count-acct-reject
                   move spaces to ws-except-key
                   string dd-operator dd-date " " dd-acct-key
                       delimited by size into ws-except-key
                   move "account not on ACCTFILE" to ws-except-reason
                   perform 955-write-exception
               end-if
           end-if.

       180-add-account-note.

      *    the next free sequence is one past the last note on file
      *    for the account - the same scan the IA36 notes screen uses
           move 1 to ws-next-note-seq.
           move 'n' to sw-note-scan-done.
           move ws-call-acct-key to fd-note-acctkey.
           move 0 to fd-note-seq.
           start note-file key is not less than fd-notekey
               invalid key move 'y' to sw-note-scan-done
           end-start.
           perform 185-scan-one-note
               until sw-note-scan-done = 'y'.

           if ws-next-note-seq > 999
               move spaces to ws-except-key
               string dd-operator dd-date " " ws-call-acct-key
                   delimited by size into ws-except-key
               move "account notes full" to ws-except-reason
               perform 955-write-exception
           else
               move spaces to NOTEREC
               move ws-call-acct-key to NOTE-ACCTKEY
               move ws-next-note-seq to NOTE-SEQ
               move dd-date to NOTE-DATE
               move ws-run-start-hhmmss(1:6) to NOTE-TIME
               string "CC" dd-operator delimited by size
                   into NOTE-USERID
               string "CALL CENTRE CONTACT - " delimited by size
                   ws-call-reason-desc delimited by "  "
                   " OPR " delimited by size
                   dd-operator delimited by size
                   into NOTE-TEXT
               write note-file-record from NOTEREC
                   invalid key continue
               end-write
               if ws-note-status = "00"
                   add 1 to ws-count-notes
               else
                   move spaces to ws-except-key
                   string dd-operator dd-date " " ws-call-acct-key
                       delimited by size into ws-except-key
                   move "account note not written" to ws-except-reason
                   perform 955-write-exception
               end-if
           end-if.

       185-scan-one-note.

           read note-file next record into NOTEREC
               at end move 'y' to sw-note-scan-done
           end-read.
           if ws-note-status not = "00"
               move 'y' to sw-note-scan-done
           else
               if NOTE-ACCTKEY = ws-call-acct-key
                   compute ws-next-note-seq = NOTE-SEQ + 1
               else
                   move 'y' to sw-note-scan-done
               end-if
           end-if.

       110-find-operator.

           if ws-emp-num(ws-emp-idx) = dd-operator
