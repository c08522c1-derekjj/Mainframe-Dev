      * RETURNED-MAIL FLAG ON RTMLFILE, KEYED BY ACCOUNT - ANOTHER
      * SIDE FILE BESIDE THE FROZEN ACCTREC. SET FROM THE IA57
      * SCREEN OR THE DCIA2RML BATCH LOAD OF RETURNED ITEMS. WHILE
      * THE FLAG IS ON, THE NIGHTLY LETTER AND STATEMENT RUNS SEND
      * THE ACCOUNT'S OUTPUT TO THEIR HELD-MAIL REPORTS INSTEAD OF
      * THE PRINT FILE. AN ADDRESS CHANGE ON IA23 CLEARS IT, AND
      * THE HELD LETTERS GO OUT ON THE NEXT LETTER RUN. A CLEARED
      * RECORD IS KEPT SO THE NEXT RETURN REUSES IT.
       01 RTMLREC.
           05 RTML-ACCTKEY.
                10 RTML-ACCTCODE        PIC X(3).
                10 RTML-ACCTNO          PIC 9(5).
           05 RTML-STATUS               PIC X.
                88 RTML-FLAGGED             VALUE 'A'.
                88 RTML-CLEARED             VALUE 'C'.
           05 RTML-FLAG-DATE            PIC 9(8).
           05 RTML-SOURCE               PIC X.
                88 RTML-FROM-SCREEN         VALUE 'O'.
                88 RTML-FROM-BATCH          VALUE 'B'.
      *    WHAT CAME BACK - 'L' A LETTER, 'S' A STATEMENT, 'O' ANY
      *    OTHER ITEM. THE LATEST RETURN WINS.
           05 RTML-ITEM-TYPE            PIC X.
                88 RTML-ITEM-LETTER         VALUE 'L'.
                88 RTML-ITEM-STATEMENT      VALUE 'S'.
                88 RTML-ITEM-OTHER          VALUE 'O'.
           05 RTML-LAST-RETURN-DATE     PIC 9(8).
           05 RTML-RETURN-COUNT         PIC 9(3).
           05 RTML-USERID               PIC X(8).
           05 RTML-CLEAR-DATE           PIC 9(8).
           05 RTML-CLEAR-USERID         PIC X(8).
       01 RTMLREC-LEN           PIC S9(4) COMP VALUE 54.
