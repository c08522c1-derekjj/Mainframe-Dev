      * FACILITY MEMBERSHIP RECORD ON FMBRFILE, KEYED BY THE MEMBER
      * ACCOUNT - THE WAY FROM ANY ACCOUNT TO THE FACILITY IT
      * DRAWS ON. ONE RECORD PER MEMBER, THE PARENT INCLUDED (IT
      * NAMES ITSELF), SO AN ACCOUNT CAN BELONG TO ONE FACILITY AT
      * MOST. WRITTEN AND DELETED ONLY BY THE IA52 SCREEN.
       01 FMBRREC.
           05 FMBR-ACCTKEY.
                10 FMBR-ACCTCODE        PIC X(3).
                10 FMBR-ACCTNO          PIC 9(5).
           05 FMBR-PARENT-ACCTKEY.
                10 FMBR-PARENT-ACCTCODE PIC X(3).
                10 FMBR-PARENT-ACCTNO   PIC 9(5).
       01 FMBRREC-LEN           PIC S9(4) COMP VALUE 16.
