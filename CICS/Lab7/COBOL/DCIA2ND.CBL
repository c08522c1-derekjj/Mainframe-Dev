             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(76).
           02  LINE7L    COMP  PIC  S9(4).
           02  LINE7F    PICTURE X.
           02  FILLER REDEFINES LINE7F.
             03 LINE7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE7I  PIC X(76).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE7C    PICTURE X.
           02  LINE7H    PICTURE X.
           02  LINE7O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
