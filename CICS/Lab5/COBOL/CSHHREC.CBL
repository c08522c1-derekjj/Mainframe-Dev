      * DAILY CASH-ACTIVITY HISTORY RECORD ON CSHHFILE, WRITTEN BY
      * THE DCIA2LCT LARGE-CASH RUN FOR EVERY PARTY WHOSE DAY'S CASH
      * REACHED THE NEAR-THRESHOLD LEVEL. A PARTY IS A CUSTOMER FROM
      * CLNKFILE, OR A LONE ACCOUNT NOT LINKED TO ONE. KEYED PARTY
      * FIRST SO A BROWSE WALKS ONE PARTY'S DAYS IN DATE ORDER - THE
      * ROLLING STRUCTURING WINDOW IS COUNTED OFF THESE RECORDS.
       01 CSHHREC.
           05 CSHH-KEY.
                10 CSHH-PARTY.
                     15 CSHH-PARTY-TYPE PIC X.
                          88 CSHH-PARTY-CUSTOMER VALUE 'C'.
                          88 CSHH-PARTY-ACCOUNT  VALUE 'A'.
      *              THE CUSTOMER NUMBER, OR THE ACCOUNT KEY
                     15 CSHH-PARTY-ID   PIC X(8).
                     15 CSHH-PARTY-CUST REDEFINES CSHH-PARTY-ID.
                          20 CSHH-CUST-NUMBER PIC 9(6).
                          20 FILLER          PIC X(2).
                10 CSHH-DATE            PIC 9(8).
           05 CSHH-TOTAL                PIC 9(7)V99.
           05 CSHH-COUNT                PIC 9(3).
           05 CSHH-LEVEL                PIC X.
                88 CSHH-OVER-THRESHOLD      VALUE 'O'.
                88 CSHH-NEAR-THRESHOLD      VALUE 'N'.
       01 CSHHREC-LEN           PIC S9(4) COMP VALUE 30.
