
           MOVE 0 TO SPWD-FAIL-COUNT.
           MOVE "Y" TO SPWD-SIGNED-ON.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(SPWD-LAST-SIGNON)
           END-EXEC.

           EXEC CICS REWRITE
                FILE('SPWDFILE')
                LENGTH(SPWDREC-LEN)
           END-EXEC.

           PERFORM 720-LOG-SIGNON.

      * SIGNED ON - STRAIGHT THROUGH TO THE ACCOUNT MENU
           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                MOVE 0 TO SPWD-FAIL-COUNT
                MOVE "N" TO SPWD-LOCKED
                MOVE "N" TO SPWD-SIGNED-ON
                MOVE ZERO TO SPWD-LAST-SIGNON
                EXEC CICS WRITE
                     FILE('SPWDFILE')
                     FROM(SPWDREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       720-LOG-SIGNON.

      * EVERY GOOD SIGN-ON IS JOURNALLED TOO, SO THE NIGHTLY
      * SECURITY REPORT CAN SEE WHO WAS ON AND WHEN
           MOVE SPACES TO AUDITREC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUDIT-DATE)
                TIME(AUDIT-TIME)
           END-EXEC.
           MOVE EIBUSER  TO AUDIT-USERID.
           MOVE EIBTRMID TO AUDIT-TERMID.
           MOVE EIBTRNID TO AUDIT-TRANSID.
           SET AUDIT-ACTION-SIGNON TO TRUE.
           MOVE SPACES   TO AUDIT-ACCTCODE.
           MOVE ZERO     TO AUDIT-ACCTNO.
           MOVE ZERO     TO AUDIT-BEFORE-CRLIMIT.
           MOVE SPACES   TO AUDIT-BEFORE-STAT.
           MOVE ZERO     TO AUDIT-AFTER-CRLIMIT.
           MOVE SPACES   TO AUDIT-AFTER-STAT.

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDITREC)
                LENGTH(AUDITREC-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHC.
