           05 filler                    pic x(8).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  arch-file
           record contains 129 characters.
           move ws-remit-amount to TRAN-AMOUNT.
           move "DCIA2ESC" to TRAN-USERID.
           move "ESCHEAT TO PROVINCE" to TRAN-DESC.
           move "ES" to TRAN-CODE.

           move spaces to ws-tran-status.
           perform 310-write-escheat-tran
