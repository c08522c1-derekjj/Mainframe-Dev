            05 FILLER             PIC X(24)
                              VALUE 'SYSTEM STATUS IS NOW -  '.
            05 WS-SM-STATUS       PIC X(6).
            05 FILLER             PIC X(27)
                              VALUE '   PF5 NIGHTLY SUITE STATUS'.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                MAPFAIL(700-SHOW-STATUS)
           END-EXEC.

      * PF5 SHOWS HOW FAR TONIGHT'S SUITE HAS GOT BEFORE THE WINDOW
      * IS REOPENED - IA60 HAS NO SLOT ON THE MENU OF ITS OWN
           EXEC CICS HANDLE AID
                PF5(800-SHOW-SUITE)
                PF9(999-EXIT)
           END-EXEC.

                TRANSID('IA35')
           END-EXEC.

       800-SHOW-SUITE.

           EXEC CICS XCTL
                PROGRAM('DCIA2PHO')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.
