            05 FILLER             PIC X.

       01 WS-SURV-ACCTKEY   PIC X(8).
       01 WS-MERGE-DATE     PIC 9(8).
       01 WS-MERGE-TIME     PIC 9(6).

      * SET WHEN EITHER SIDE'S TRANSFER MOVEMENT FAILED TO REACH
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-MERGE-DATE)
                TIME(WS-MERGE-TIME)
           END-EXEC.

           MOVE EIBUSER         TO TRAN-USERID.
           MOVE WS-DUP-ACCTKEY  TO WS-DESC-FROM-KEY.
           MOVE WS-DESC-FROM    TO TRAN-DESC.
           MOVE "MI"            TO TRAN-CODE.

           PERFORM 660-WRITE-ONE-MOVEMENT.

           MOVE EIBUSER         TO TRAN-USERID.
           MOVE WS-SURV-ACCTKEY TO WS-DESC-TO-KEY.
           MOVE WS-DESC-TO      TO TRAN-DESC.
           MOVE "MO"            TO TRAN-CODE.

           PERFORM 660-WRITE-ONE-MOVEMENT.

