      * POSTING-REVERSAL RECORD ON REVFILE, KEYED BY THE ORIGINAL
      * TRANFILE POSTING (ACCOUNT, DATE, SEQUENCE) SO A POSTING CAN
      * ONLY EVER BE REVERSED ONCE. WRITTEN BY THE IA25 POSTING
      * SCREEN WHEN TYPE 'R' REVERSES A POSTING - THE OFFSETTING
      * MOVEMENT IT POSTS CARRIES "REV OF  YYYYMMDD/SEQ" AS ITS
      * TRAN-DESC, AND AN OPTIONAL CORRECTED REPLACEMENT CARRIES
      * "CORR OF YYYYMMDD/SEQ", SO THE PAIRING SURVIVES ON TRANFILE
      * ITSELF. THE STATEMENT RUN, DCIA2EOD AND DCIA2GLB PAIR THE
      * REVERSAL WITH ITS ORIGINAL OFF THAT REFERENCE.
       01 REVREC.
           05 REV-ORIG-KEY.
                10 REV-ACCTKEY.
                     15 REV-ACCTCODE    PIC X(3).
                     15 REV-ACCTNO      PIC 9(5).
                10 REV-ORIG-DATE        PIC 9(8).
                10 REV-ORIG-SEQ         PIC 9(3).
           05 REV-ORIG-TYPE             PIC X.
           05 REV-AMOUNT                PIC 9(6)V99.
           05 REV-ORIG-USERID           PIC X(8).
           05 REV-DATE                  PIC 9(8).
           05 REV-SEQ                   PIC 9(3).
           05 REV-CORR-SEQ              PIC 9(3).
           05 REV-USERID                PIC X(8).
       01 REVREC-LEN            PIC S9(4) COMP VALUE 58.
