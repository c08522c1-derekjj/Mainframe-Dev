      * CTLFILE PARAMETER CHANGE HISTORY - ONE RECORD PER APPROVED
      * CHANGE, KEYED BY CONTROL RECORD ID AND THE DATE AND TIME IT
      * TOOK EFFECT. CARRIES BOTH HALVES OF THE DUAL CONTROL (WHO
      * KEYED IT AND WHEN, WHO APPROVED IT) AND THE WHOLE DATA AREA
      * BEFORE AND AFTER.
       01 CTLHREC.
           05 CTLH-KEY.
                10 CTLH-RECORD-ID       PIC X(8).
                10 CTLH-DATE            PIC 9(8).
                10 CTLH-TIME            PIC 9(6).
           05 CTLH-MAKER                PIC X(8).
           05 CTLH-KEYED-DATE           PIC 9(8).
           05 CTLH-KEYED-TIME           PIC 9(6).
           05 CTLH-CHECKER              PIC X(8).
           05 CTLH-BEFORE-DATA          PIC X(32).
           05 CTLH-AFTER-DATA           PIC X(32).
       01 CTLHREC-LEN           PIC S9(4) COMP VALUE 116.
