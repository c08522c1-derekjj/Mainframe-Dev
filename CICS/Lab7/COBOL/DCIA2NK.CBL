       01  MAP1I.
           02  FILLER PIC X(12).
           02  RECIDL    COMP  PIC  S9(4).
           02  RECIDF    PICTURE X.
           02  FILLER REDEFINES RECIDF.
             03 RECIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECIDI  PIC X(8).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  VAL1L    COMP  PIC  S9(4).
           02  VAL1F    PICTURE X.
           02  FILLER REDEFINES VAL1F.
             03 VAL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VAL1I  PIC X(9).
           02  VAL2L    COMP  PIC  S9(4).
           02  VAL2F    PICTURE X.
           02  FILLER REDEFINES VAL2F.
             03 VAL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VAL2I  PIC X(9).
           02  VAL3L    COMP  PIC  S9(4).
           02  VAL3F    PICTURE X.
           02  FILLER REDEFINES VAL3F.
             03 VAL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VAL3I  PIC X(9).
           02  VAL4L    COMP  PIC  S9(4).
           02  VAL4F    PICTURE X.
           02  FILLER REDEFINES VAL4F.
             03 VAL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VAL4I  PIC X(9).
           02  VAL5L    COMP  PIC  S9(4).
           02  VAL5F    PICTURE X.
           02  FILLER REDEFINES VAL5F.
             03 VAL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VAL5I  PIC X(9).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(60).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(60).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(60).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(60).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(60).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(60).
           02  LINE7L    COMP  PIC  S9(4).
           02  LINE7F    PICTURE X.
           02  FILLER REDEFINES LINE7F.
             03 LINE7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE7I  PIC X(60).
           02  LINE8L    COMP  PIC  S9(4).
           02  LINE8F    PICTURE X.
           02  FILLER REDEFINES LINE8F.
             03 LINE8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE8I  PIC X(60).
           02  LINE9L    COMP  PIC  S9(4).
           02  LINE9F    PICTURE X.
           02  FILLER REDEFINES LINE9F.
             03 LINE9A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE9I  PIC X(60).
           02  LINE10L    COMP  PIC  S9(4).
           02  LINE10F    PICTURE X.
           02  FILLER REDEFINES LINE10F.
             03 LINE10A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE10I  PIC X(60).
           02  LINE11L    COMP  PIC  S9(4).
           02  LINE11F    PICTURE X.
           02  FILLER REDEFINES LINE11F.
             03 LINE11A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE11I  PIC X(60).
           02  LINE12L    COMP  PIC  S9(4).
           02  LINE12F    PICTURE X.
           02  FILLER REDEFINES LINE12F.
             03 LINE12A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE12I  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RECIDC    PICTURE X.
           02  RECIDH    PICTURE X.
           02  RECIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VAL1C    PICTURE X.
           02  VAL1H    PICTURE X.
           02  VAL1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VAL2C    PICTURE X.
           02  VAL2H    PICTURE X.
           02  VAL2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VAL3C    PICTURE X.
           02  VAL3H    PICTURE X.
           02  VAL3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VAL4C    PICTURE X.
           02  VAL4H    PICTURE X.
           02  VAL4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  VAL5C    PICTURE X.
           02  VAL5H    PICTURE X.
           02  VAL5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE7C    PICTURE X.
           02  LINE7H    PICTURE X.
           02  LINE7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE8C    PICTURE X.
           02  LINE8H    PICTURE X.
           02  LINE8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE9C    PICTURE X.
           02  LINE9H    PICTURE X.
           02  LINE9O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE10C    PICTURE X.
           02  LINE10H    PICTURE X.
           02  LINE10O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE11C    PICTURE X.
           02  LINE11H    PICTURE X.
           02  LINE11O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE12C    PICTURE X.
           02  LINE12H    PICTURE X.
           02  LINE12O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
