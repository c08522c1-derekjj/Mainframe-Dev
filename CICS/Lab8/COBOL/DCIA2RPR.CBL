           05 pl-month                  pic 9(6).

       fd  tarc-file
           record contains 58 characters.
       01  tarc-file-record.
           05 fd-tarckey                pic x(19).
           05 filler                    pic x(39).

       fd  acct-file
           record contains 99 characters.
