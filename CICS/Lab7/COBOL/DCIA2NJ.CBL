       01  MAP1I.
           02  FILLER PIC X(12).
           02  APPLNOL    COMP  PIC  S9(4).
           02  APPLNOF    PICTURE X.
           02  FILLER REDEFINES APPLNOF.
             03 APPLNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APPLNOI  PIC X(7).
           02  DECISIONL    COMP  PIC  S9(4).
           02  DECISIONF    PICTURE X.
           02  FILLER REDEFINES DECISIONF.
             03 DECISIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISIONI  PIC X(1).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REASONI  PIC X(2).
           02  CRLIMITL    COMP  PIC  S9(4).
           02  CRLIMITF    PICTURE X.
           02  FILLER REDEFINES CRLIMITF.
             03 CRLIMITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CRLIMITI  PIC X(8).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(5).
           02  CUSTNOL    COMP  PIC  S9(4).
           02  CUSTNOF    PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUSTNOI  PIC X(6).
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
           02  APPLNOC    PICTURE X.
           02  APPLNOH    PICTURE X.
           02  APPLNOO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  DECISIONC    PICTURE X.
           02  DECISIONH    PICTURE X.
           02  DECISIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CRLIMITC    PICTURE X.
           02  CRLIMITH    PICTURE X.
           02  CRLIMITO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CUSTNOC    PICTURE X.
           02  CUSTNOH    PICTURE X.
           02  CUSTNOO  PIC X(6).
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
