      * TRANSACTION-CODE REFERENCE RECORD ON TCODFILE, KEYED BY CODE.
      * EVERY MOVEMENT ON TRANFILE CARRIES ONE OF THESE CODES IN
      * TRAN-CODE, AND THE CODE - NOT THE FREE-TEXT DESCRIPTION OR
      * THE USERID THAT POSTED IT - DECIDES WHICH WAY THE BALANCE
      * MOVES, WHERE THE GL BRIDGE SENDS THE OTHER SIDE, WHERE IT
      * PRINTS ON THE STATEMENT AND WHETHER IT IS INTEREST FOR THE
      * TAX SLIPS. DCIA2TCV SEEDED THE FILE WITH THE STARTING SET.
       01 TCODREC.
           05 TCOD-CODE                 PIC X(2).
      *    STANDARD WORDING - USED WHEN AN OPERATOR KEYS NO
      *    DESCRIPTION OF THEIR OWN, AND ON GL JOURNAL LINES
           05 TCOD-DESC                 PIC X(20).
      *    THE WAY A POSTING UNDER THE CODE NORMALLY MOVES THE
      *    BALANCE - TRAN-TYPE ON THE MOVEMENT ITSELF IS WHAT COUNTS
           05 TCOD-DIRECTION            PIC X.
                88 TCOD-DEBIT               VALUE 'D'.
                88 TCOD-CREDIT              VALUE 'C'.
      *    THE ACCOUNT THE OTHER SIDE OF THE RECEIVABLE POSTS TO
           05 TCOD-GL-ACCOUNT           PIC X(6).
           05 TCOD-STMT-GROUP           PIC X.
                88 TCOD-GRP-PAYMENT         VALUE 'P'.
                88 TCOD-GRP-PURCHASE        VALUE 'U'.
                88 TCOD-GRP-FEE             VALUE 'F'.
                88 TCOD-GRP-INTEREST        VALUE 'I'.
                88 TCOD-GRP-OTHER           VALUE 'O'.
           05 TCOD-TAX-INTEREST         PIC X.
                88 TCOD-IS-INTEREST         VALUE 'Y'.
           05 TCOD-OPER-KEY             PIC X.
                88 TCOD-OPERATOR-MAY-KEY    VALUE 'Y'.
       01 TCODREC-LEN           PIC S9(4) COMP VALUE 32.
