       01  MAP1I.
           02  FILLER PIC X(12).
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
           02  CUSTNOL    COMP  PIC  S9(4).
           02  CUSTNOF    PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUSTNOI  PIC X(6).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  EVTYPEL    COMP  PIC  S9(4).
           02  EVTYPEF    PICTURE X.
           02  FILLER REDEFINES EVTYPEF.
             03 EVTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVTYPEI  PIC X(1).
           02  NOTIFDTL    COMP  PIC  S9(4).
           02  NOTIFDTF    PICTURE X.
           02  FILLER REDEFINES NOTIFDTF.
             03 NOTIFDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTIFDTI  PIC X(8).
           02  CASEREFL    COMP  PIC  S9(4).
           02  CASEREFF    PICTURE X.
           02  FILLER REDEFINES CASEREFF.
             03 CASEREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASEREFI  PIC X(20).
           02  CONTACTL    COMP  PIC  S9(4).
           02  CONTACTF    PICTURE X.
           02  FILLER REDEFINES CONTACTF.
             03 CONTACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONTACTI  PIC X(30).
           02  PHONEL    COMP  PIC  S9(4).
           02  PHONEF    PICTURE X.
           02  FILLER REDEFINES PHONEF.
             03 PHONEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PHONEI  PIC X(12).
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
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTCODEC    PICTURE X.
           02  ACCTCODEH    PICTURE X.
           02  ACCTCODEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CUSTNOC    PICTURE X.
           02  CUSTNOH    PICTURE X.
           02  CUSTNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EVTYPEC    PICTURE X.
           02  EVTYPEH    PICTURE X.
           02  EVTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NOTIFDTC    PICTURE X.
           02  NOTIFDTH    PICTURE X.
           02  NOTIFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CASEREFC    PICTURE X.
           02  CASEREFH    PICTURE X.
           02  CASEREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CONTACTC    PICTURE X.
           02  CONTACTH    PICTURE X.
           02  CONTACTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PHONEC    PICTURE X.
           02  PHONEH    PICTURE X.
           02  PHONEO  PIC X(12).
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
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
