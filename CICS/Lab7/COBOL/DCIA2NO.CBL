       01  MAP1I.
           02  FILLER PIC X(12).
           02  HEAD1L    COMP  PIC  S9(4).
           02  HEAD1F    PICTURE X.
           02  FILLER REDEFINES HEAD1F.
             03 HEAD1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HEAD1I  PIC X(78).
           02  HEAD2L    COMP  PIC  S9(4).
           02  HEAD2F    PICTURE X.
           02  FILLER REDEFINES HEAD2F.
             03 HEAD2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HEAD2I  PIC X(78).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(78).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(78).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(78).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(78).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(78).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(78).
           02  LINE7L    COMP  PIC  S9(4).
           02  LINE7F    PICTURE X.
           02  FILLER REDEFINES LINE7F.
             03 LINE7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE7I  PIC X(78).
           02  LINE8L    COMP  PIC  S9(4).
           02  LINE8F    PICTURE X.
           02  FILLER REDEFINES LINE8F.
             03 LINE8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE8I  PIC X(78).
           02  LINE9L    COMP  PIC  S9(4).
           02  LINE9F    PICTURE X.
           02  FILLER REDEFINES LINE9F.
             03 LINE9A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE9I  PIC X(78).
           02  LINE10L    COMP  PIC  S9(4).
           02  LINE10F    PICTURE X.
           02  FILLER REDEFINES LINE10F.
             03 LINE10A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE10I  PIC X(78).
           02  LINE11L    COMP  PIC  S9(4).
           02  LINE11F    PICTURE X.
           02  FILLER REDEFINES LINE11F.
             03 LINE11A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE11I  PIC X(78).
           02  LINE12L    COMP  PIC  S9(4).
           02  LINE12F    PICTURE X.
           02  FILLER REDEFINES LINE12F.
             03 LINE12A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE12I  PIC X(78).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HEAD1C    PICTURE X.
           02  HEAD1H    PICTURE X.
           02  HEAD1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  HEAD2C    PICTURE X.
           02  HEAD2H    PICTURE X.
           02  HEAD2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE7C    PICTURE X.
           02  LINE7H    PICTURE X.
           02  LINE7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE8C    PICTURE X.
           02  LINE8H    PICTURE X.
           02  LINE8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE9C    PICTURE X.
           02  LINE9H    PICTURE X.
           02  LINE9O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE10C    PICTURE X.
           02  LINE10H    PICTURE X.
           02  LINE10O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE11C    PICTURE X.
           02  LINE11H    PICTURE X.
           02  LINE11O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LINE12C    PICTURE X.
           02  LINE12H    PICTURE X.
           02  LINE12O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
