           record key is fd-tarckey
           file status is ws-tarc-status.

      *    the transaction codes - the ones flagged as interest are
      *    what the slips total. read whole before the accounts.
           select tcod-file
           assign to "TCODFILE"
           organization is indexed
           access mode is sequential
           record key is fd-tcodkey
           file status is ws-tcod-status.

      *    the tax year being summarized, four digits. a missing
      *    parameter file means nothing to do.
           select parm-file
           05 filler                    pic x(91).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  tarc-file
           record contains 58 characters.
       01  tarc-file-record.
           05 fd-tarckey                pic x(19).
           05 filler                    pic x(39).

       fd  tcod-file
           record contains 32 characters.
       01  tcod-file-record.
           05 fd-tcodkey                pic x(2).
           05 filler                    pic x(30).

       fd  parm-file
           data record is parm-line.
           05 ARC-AMOUNT                PIC 9(6)V99.
           05 ARC-USERID               PIC X(8).
           05 ARC-DESC                  PIC X(20).
           05 ARC-CODE                  PIC X(2).

      * COPY TRANSACTION-CODE REFERENCE RECORD LAYOUT
       COPY 'TCODREC'.

       01  name-line.
           05  filler                   pic x(5) value spaces.
       01  ws-tran-status               pic xx value spaces.
       01  ws-tarc-status               pic xx value spaces.
       01  ws-parm-status               pic xx value spaces.
       01  ws-tcod-status               pic xx value spaces.
       01  sw-tcod-eof                  pic x value 'n'.

      *--------------Interest Codes------------------------------
       01 ws-int-code-table.
           05 ws-int-code occurs 50 times pic x(2).
       01 ws-int-code-count             pic 99 value 0.
       01 ws-int-code-idx               pic 99 value 0.
       01 ws-int-code-sw                pic x value "N".
           88 ws-is-interest-code            value "Y".
       01 ws-wanted-code                pic x(2) value spaces.

       01  ws-tranfile-open-status      pic xx value spaces.
       01  ws-tarcfile-open-status      pic xx value spaces.
               stop run
           end-if.

           open input tcod-file.
           if ws-tcod-status not = "00"
               display "TCODFILE OPEN FAILED - STATUS: " ws-tcod-status
               close acct-file
               stop run
           end-if.
           read tcod-file into TCODREC at end move 'y' to sw-tcod-eof.
           perform 060-load-one-code until sw-tcod-eof = 'y'.
           close tcod-file.

           open input tran-file.
           move ws-tran-status to ws-tranfile-open-status.
           if ws-tranfile-open-status not = "00"
               close parm-file
           end-if.

       060-load-one-code.

           if TCOD-IS-INTEREST
               if ws-int-code-count < 50
                   add 1 to ws-int-code-count
                   move TCOD-CODE to ws-int-code(ws-int-code-count)
               else
                   display "INTEREST CODE TABLE FULL - " TCOD-CODE
                       " NOT COUNTED"
               end-if
           end-if.

           read tcod-file into TCODREC at end move 'y' to sw-tcod-eof.

       070-check-interest-code.

           move "N" to ws-int-code-sw.
           perform 075-check-one-code
               varying ws-int-code-idx from 1 by 1
               until ws-int-code-idx > ws-int-code-count.

       075-check-one-code.

           if ws-int-code(ws-int-code-idx) = ws-wanted-code
               set ws-is-interest-code to true
           end-if.

       000-process-one-account.

           add 1 to ws-count-read.

       120-take-one-tran.

      *    interest is any debit posted under a code TCODFILE flags
      *    as interest for the slips
           if TRAN-DATE(1:4) = ws-tax-year
               and TRAN-TYPE-DEBIT
               move TRAN-CODE to ws-wanted-code
               perform 070-check-interest-code
               if ws-is-interest-code
                   add TRAN-AMOUNT to ws-acct-interest
               end-if
           end-if.

           read tran-file into TRANREC
       140-take-one-arc.

           if ARC-DATE(1:4) = ws-tax-year
               and ARC-TYPE = "D"
               move ARC-CODE to ws-wanted-code
               perform 070-check-interest-code
               if ws-is-interest-code
                   add ARC-AMOUNT to ws-acct-interest
               end-if
           end-if.

           read tarc-file into ARCREC
