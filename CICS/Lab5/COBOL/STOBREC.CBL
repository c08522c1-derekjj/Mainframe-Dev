      * STATEMENT PAYMENT OBLIGATION ON STOBFILE, ONE PER PRINTED
      * STATEMENT, KEYED BY ACCOUNT AND STATEMENT DATE SO AN
      * ACCOUNT'S OBLIGATIONS SIT TOGETHER IN DATE ORDER. WRITTEN BY
      * DCIA2STM WITH THE MINIMUM PAYMENT AND DUE DATE THE STATEMENT
      * PRINTED, JUDGED NIGHTLY BY DCIA2LFE AGAINST THE CREDITS
      * POSTED TO TRANFILE, AND READ BY DCIA2AGE FOR THE MISSED-
      * PAYMENT EVENT. THE LATE FEE IS FIXED WHEN THE STATEMENT IS
      * CUT SO A LATER PRODUCT CHANGE DOES NOT ALTER WHAT WAS OWED.
       01 STOBREC.
           05 STOB-KEY.
                10 STOB-ACCTKEY.
                     15 STOB-ACCTCODE   PIC X(3).
                     15 STOB-ACCTNO     PIC 9(5).
                10 STOB-STMT-DATE       PIC 9(8).
           05 STOB-CLOSING-BAL          PIC S9(6)V99.
           05 STOB-MIN-DUE              PIC 9(6)V99.
           05 STOB-DUE-DATE             PIC 9(8).
           05 STOB-LATE-FEE             PIC 9(4)V99.
           05 STOB-PAID                 PIC 9(6)V99.
           05 STOB-STATUS               PIC X.
                88 STOB-OPEN                VALUE 'O'.
                88 STOB-MET                 VALUE 'M'.
                88 STOB-MISSED              VALUE 'L'.
                88 STOB-NOTHING-DUE         VALUE 'Z'.
                88 STOB-WAIVED              VALUE 'W'.
           05 STOB-STATUS-DATE          PIC 9(8).
       01 STOBREC-LEN           PIC S9(4) COMP VALUE 63.
