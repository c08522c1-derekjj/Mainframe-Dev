                88 AUDIT-ACTION-MERGE       VALUE 'M'.
                88 AUDIT-ACTION-DENIED      VALUE 'N'.
                88 AUDIT-ACTION-TRANSFER    VALUE 'T'.
                88 AUDIT-ACTION-SIGNON      VALUE 'S'.
                88 AUDIT-ACTION-PARAMETER   VALUE 'P'.
                88 AUDIT-ACTION-REFUND      VALUE 'F'.
                88 AUDIT-ACTION-COLLATERAL  VALUE 'K'.
           05 AUDIT-ACCTKEY.
                10 AUDIT-ACCTCODE   PIC X(3).
                10 AUDIT-ACCTNO     PIC 9(5).
      * A CTLFILE PARAMETER CHANGE ('P') CARRIES THE CONTROL RECORD
      * ID IN PLACE OF THE ACCOUNT KEY, AND ONE ENTRY PER SETTING
      * CHANGED WITH THE OLD AND NEW VALUE RIGHT-JUSTIFIED IN THE
      * IMAGES. THE WHOLE RECORD BEFORE AND AFTER IS ON CTLHFILE.
           05 AUDIT-CTL-RECORD-ID REDEFINES AUDIT-ACCTKEY
                                PIC X(8).
           05 AUDIT-BEFORE-IMAGE.
                10 AUDIT-BEFORE-CRLIMIT  PIC 9(6)V99.
                10 AUDIT-BEFORE-STAT     PIC X.
           05 AUDIT-BEFORE-SETTING REDEFINES AUDIT-BEFORE-IMAGE
                                PIC X(9).
           05 AUDIT-AFTER-IMAGE.
                10 AUDIT-AFTER-CRLIMIT   PIC 9(6)V99.
                10 AUDIT-AFTER-STAT      PIC X.
           05 AUDIT-AFTER-SETTING REDEFINES AUDIT-AFTER-IMAGE
                                PIC X(9).
      * A CREDIT-BALANCE REFUND ('F') RAISED, APPROVED OR CANCELLED
      * ON IA61 CARRIES THE REFUND AMOUNT IN BOTH CRLIMIT IMAGES AND
      * THE REFUND STATUS BEFORE AND AFTER IN THE STATUS IMAGES - THE
      * ACCOUNT ITSELF IS NOT CHANGED UNTIL THE PAYMENT RUN.
      * A COLLATERAL CHANGE ('K') - PLEDGED OR REVALUED ON IA62, OR
      * RELEASED BY THE IA24 CLOSE - CARRIES THE COLLATERAL VALUE
      * BEFORE AND AFTER IN THE CRLIMIT IMAGES AND THE COLLATERAL
      * STATUS BEFORE AND AFTER IN THE STATUS IMAGES.
       01 AUDITREC-LEN         PIC S9(4) COMP VALUE 57.
