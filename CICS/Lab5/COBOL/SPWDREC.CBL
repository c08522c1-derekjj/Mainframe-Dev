      * OPERATOR SIGN-ON RECORD ON SPWDFILE, KEYED BY USERID - THE
      * PASSWORD SIDE OF THE AUTHORITY RECORD, KEPT BESIDE SECFILE
      * THE WAY LACTFILE SITS BESIDE ACCTFILE SO THE PASSWORD
      * NEVER TRAVELS IN THE RECORD EVERY SCREEN READS. THE IA48
      * SIGN-ON SCREEN CHECKS THE PASSWORD, COUNTS FAILURES INTO A
      * LOCKOUT, FORCES A CHANGE WHEN THE PASSWORD AGES PAST THE
      * CTLFILE 'PWDRULE ' SETTINGS, AND FLIPS THE SIGNED-ON FLAG
                88 SPWD-IS-LOCKED           VALUE 'Y'.
           05 SPWD-SIGNED-ON            PIC X.
                88 SPWD-IS-SIGNED-ON        VALUE 'Y'.
      *    DATE (YYYYMMDD) OF THE LAST SUCCESSFUL SIGN-ON - ZERO FOR
      *    AN OPERATOR WHO HAS NEVER SIGNED ON. THE NIGHTLY SECURITY
      *    REPORT LISTS AUTHORITIES LEFT UNUSED FROM IT.
      *    DCIA2OCV CONVERTED THE 26-BYTE FILE.
           05 SPWD-LAST-SIGNON          PIC 9(8).
       01 SPWDREC-LEN           PIC S9(4) COMP VALUE 34.
