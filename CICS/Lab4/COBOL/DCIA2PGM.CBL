           IF CHOICEI = "R" THEN
                GO TO 835-GOTO-OVERVIEW
           ELSE
           IF CHOICEI = "S" THEN
                GO TO 840-GOTO-DISPUTES
           ELSE
           IF CHOICEI = "T" THEN
                GO TO 845-GOTO-SUSPENSE
           ELSE
           IF CHOICEI = "U" THEN
                GO TO 850-GOTO-FACILITY-MAINT
           ELSE
           IF CHOICEI = "V" THEN
                GO TO 855-GOTO-RATE-OVERRIDE
           ELSE
           IF CHOICEI = "W" THEN
                GO TO 860-GOTO-APPLICATIONS
           ELSE
           IF CHOICEI = "X" THEN
                GO TO 865-GOTO-PARAMETERS
           ELSE
           IF CHOICEI = "Y" THEN
                GO TO 870-GOTO-RETURNED-MAIL
           ELSE
           IF CHOICEI = "Z" THEN
                GO TO 875-GOTO-LEGAL-EVENTS
           ELSE
                MOVE "INVALID CHOICE - ENTER 1-9 OR A-Z" TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF.

                LENGTH(WS-COMM-LEN)
           END-EXEC.

       840-GOTO-DISPUTES.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHE')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       845-GOTO-SUSPENSE.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHF')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       850-GOTO-FACILITY-MAINT.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHG')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       855-GOTO-RATE-OVERRIDE.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHH')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       860-GOTO-APPLICATIONS.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHI')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       865-GOTO-PARAMETERS.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHK')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       870-GOTO-RETURNED-MAIL.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHL')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       875-GOTO-LEGAL-EVENTS.
           EXEC CICS XCTL
                PROGRAM('DCIA2PHM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-EXIT.

      * PF9 OUT OF THE MENU ENDS THE TASK - THIS IS THE ACCOUNT
