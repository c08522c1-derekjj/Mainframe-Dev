       file section.

       fd  tran-file
           record contains 58 characters.
       01  tran-file-record.
           05 fd-trankey                pic x(19).
           05 filler                    pic x(39).

       fd  tarc-file
           record contains 58 characters.
       01  tarc-file-record.
           05 fd-tarckey                pic x(19).
           05 filler                    pic x(39).

       fd  keep-file
           record contains 58 characters.
       01  keep-file-record.
           05 fd-keepkey                pic x(19).
           05 filler                    pic x(39).

       fd  parm-file
           data record is parm-line.
