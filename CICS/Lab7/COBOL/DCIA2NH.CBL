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
           02  RATEL    COMP  PIC  S9(4).
           02  RATEF    PICTURE X.
           02  FILLER REDEFINES RATEF.
             03 RATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RATEI  PIC X(5).
           02  STARTL    COMP  PIC  S9(4).
           02  STARTF    PICTURE X.
           02  FILLER REDEFINES STARTF.
             03 STARTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STARTI  PIC X(8).
           02  EXPIRYL    COMP  PIC  S9(4).
           02  EXPIRYF    PICTURE X.
           02  FILLER REDEFINES EXPIRYF.
             03 EXPIRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXPIRYI  PIC X(8).
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
           02  RATEC    PICTURE X.
           02  RATEH    PICTURE X.
           02  RATEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  STARTC    PICTURE X.
           02  STARTH    PICTURE X.
           02  STARTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EXPIRYC    PICTURE X.
           02  EXPIRYH    PICTURE X.
           02  EXPIRYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
