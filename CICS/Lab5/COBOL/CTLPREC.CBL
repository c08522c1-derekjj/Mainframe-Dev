      * CTLFILE PARAMETER CHANGE AWAITING A SECOND OPERATOR. A CHANGE
      * KEYED ON IA56 LANDS HERE INSTEAD OF ON CTLFILE - AN OPERATOR
      * WITH THE APPROVER FLAG, NOT THE ONE WHO KEYED IT, MUST
      * APPROVE IT BEFORE IT TAKES EFFECT. ONE PENDING CHANGE PER
      * CONTROL RECORD ID. THE OLD IMAGE IS THE RECORD AS IT STOOD
      * WHEN THE CHANGE WAS KEYED - A RECORD THAT HAS MOVED ON SINCE
      * CANNOT BE OVERWRITTEN BY THE APPROVAL.
       01 CTLPREC.
           05 CTLP-RECORD-ID            PIC X(8).
           05 CTLP-OLD-DATA             PIC X(32).
           05 CTLP-NEW-DATA             PIC X(32).
           05 CTLP-ON-FILE              PIC X.
                88 CTLP-RECORD-EXISTED       VALUE 'Y'.
                88 CTLP-RECORD-IS-NEW        VALUE 'N'.
           05 CTLP-USERID               PIC X(8).
           05 CTLP-DATE                 PIC 9(8).
           05 CTLP-TIME                 PIC 9(6).
       01 CTLPREC-LEN           PIC S9(4) COMP VALUE 95.
