       01  MAP1I.
           02  FILLER PIC X(12).
           02  RCVDTL    COMP  PIC  S9(4).
           02  RCVDTF    PICTURE X.
           02  FILLER REDEFINES RCVDTF.
             03 RCVDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RCVDTI  PIC X(8).
           02  ITEML    COMP  PIC  S9(4).
           02  ITEMF    PICTURE X.
           02  FILLER REDEFINES ITEMF.
             03 ITEMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ITEMI  PIC X(5).
           02  ACCTCODEL    COMP  PIC  S9(4).
           02  ACCTCODEF    PICTURE X.
           02  FILLER REDEFINES ACCTCODEF.
             03 ACCTCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTCODEI  PIC X(3).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(5).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(76).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(76).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RCVDTC    PICTURE X.
           02  RCVDTH    PICTURE X.
           02  RCVDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ITEMC    PICTURE X.
           02  ITEMH    PICTURE X.
           02  ITEMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACCTCODEC    PICTURE X.
           02  ACCTCODEH    PICTURE X.
           02  ACCTCODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
