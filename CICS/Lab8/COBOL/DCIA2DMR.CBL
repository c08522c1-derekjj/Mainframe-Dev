           05 filler                    pic x(18).

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  parm-file
           data record is parm-line.
