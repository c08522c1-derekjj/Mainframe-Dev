       01  MAP1I.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
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
           02  TRDATEL    COMP  PIC  S9(4).
           02  TRDATEF    PICTURE X.
           02  FILLER REDEFINES TRDATEF.
             03 TRDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRDATEI  PIC X(8).
           02  TRSEQL    COMP  PIC  S9(4).
           02  TRSEQF    PICTURE X.
           02  FILLER REDEFINES TRSEQF.
             03 TRSEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRSEQI  PIC X(3).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REASONI  PIC X(20).
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
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCTCODEC    PICTURE X.
           02  ACCTCODEH    PICTURE X.
           02  ACCTCODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TRDATEC    PICTURE X.
           02  TRDATEH    PICTURE X.
           02  TRDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TRSEQC    PICTURE X.
           02  TRSEQH    PICTURE X.
           02  TRSEQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(20).
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
