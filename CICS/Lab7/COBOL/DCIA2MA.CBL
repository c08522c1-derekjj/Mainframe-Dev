             03 TOTLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTLI  PIC X(40).
           02  EXPOL    COMP  PIC  S9(4).
           02  EXPOF    PICTURE X.
           02  FILLER REDEFINES EXPOF.
             03 EXPOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXPOI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  TOTLH    PICTURE X.
           02  TOTLO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EXPOC    PICTURE X.
           02  EXPOH    PICTURE X.
           02  EXPOO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
