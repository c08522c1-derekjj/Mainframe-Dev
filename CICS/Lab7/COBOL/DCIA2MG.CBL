             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(5).
           02  PICKL    COMP  PIC  S9(4).
           02  PICKF    PICTURE X.
           02  FILLER REDEFINES PICKF.
             03 PICKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PICKI  PIC X(1).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PICKC    PICTURE X.
           02  PICKH    PICTURE X.
           02  PICKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(78).
