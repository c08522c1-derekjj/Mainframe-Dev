       01  MAP1I.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  PACODEL    COMP  PIC  S9(4).
           02  PACODEF    PICTURE X.
           02  FILLER REDEFINES PACODEF.
             03 PACODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PACODEI  PIC X(3).
           02  PANOL    COMP  PIC  S9(4).
           02  PANOF    PICTURE X.
           02  FILLER REDEFINES PANOF.
             03 PANOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PANOI  PIC X(5).
           02  FACNAMEL    COMP  PIC  S9(4).
           02  FACNAMEF    PICTURE X.
           02  FILLER REDEFINES FACNAMEF.
             03 FACNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FACNAMEI  PIC X(20).
           02  LIMITL    COMP  PIC  S9(4).
           02  LIMITF    PICTURE X.
           02  FILLER REDEFINES LIMITF.
             03 LIMITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIMITI  PIC X(8).
           02  SUBCODEL    COMP  PIC  S9(4).
           02  SUBCODEF    PICTURE X.
           02  FILLER REDEFINES SUBCODEF.
             03 SUBCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUBCODEI  PIC X(3).
           02  SUBNOL    COMP  PIC  S9(4).
           02  SUBNOF    PICTURE X.
           02  FILLER REDEFINES SUBNOF.
             03 SUBNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUBNOI  PIC X(5).
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
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(76).
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
           02  PACODEC    PICTURE X.
           02  PACODEH    PICTURE X.
           02  PACODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PANOC    PICTURE X.
           02  PANOH    PICTURE X.
           02  PANOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  FACNAMEC    PICTURE X.
           02  FACNAMEH    PICTURE X.
           02  FACNAMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LIMITC    PICTURE X.
           02  LIMITH    PICTURE X.
           02  LIMITO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SUBCODEC    PICTURE X.
           02  SUBCODEH    PICTURE X.
           02  SUBCODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SUBNOC    PICTURE X.
           02  SUBNOH    PICTURE X.
           02  SUBNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
