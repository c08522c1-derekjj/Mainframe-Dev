             03 BOPENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BOPENI  PIC X(1).
           02  BOPNTML    COMP  PIC  S9(4).
           02  BOPNTMF    PICTURE X.
           02  FILLER REDEFINES BOPNTMF.
             03 BOPNTMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BOPNTMI  PIC X(4).
           02  BCLSTML    COMP  PIC  S9(4).
           02  BCLSTMF    PICTURE X.
           02  FILLER REDEFINES BCLSTMF.
             03 BCLSTMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BCLSTMI  PIC X(4).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
           02  BOPENH    PICTURE X.
           02  BOPENO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BOPNTMC    PICTURE X.
           02  BOPNTMH    PICTURE X.
           02  BOPNTMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BCLSTMC    PICTURE X.
           02  BCLSTMH    PICTURE X.
           02  BCLSTMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
