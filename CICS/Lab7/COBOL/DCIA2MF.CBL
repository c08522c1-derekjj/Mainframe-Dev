             03 ADDR2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR2I  PIC X(20).
           02  CEILL    COMP  PIC  S9(4).
           02  CEILF    PICTURE X.
           02  FILLER REDEFINES CEILF.
             03 CEILA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CEILI  PIC X(9).
           02  CONSL    COMP  PIC  S9(4).
           02  CONSF    PICTURE X.
           02  FILLER REDEFINES CONSF.
             03 CONSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONSI  PIC X(1).
           02  ACCTCODEL    COMP  PIC  S9(4).
           02  ACCTCODEF    PICTURE X.
           02  FILLER REDEFINES ACCTCODEF.
           02  ADDR2H    PICTURE X.
           02  ADDR2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CEILC    PICTURE X.
           02  CEILH    PICTURE X.
           02  CEILO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CONSC    PICTURE X.
           02  CONSH    PICTURE X.
           02  CONSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCTCODEC    PICTURE X.
           02  ACCTCODEH    PICTURE X.
           02  ACCTCODEO  PIC X(3).
