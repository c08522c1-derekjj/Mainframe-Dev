       01  MAP1I.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  APPLNOL    COMP  PIC  S9(4).
           02  APPLNOF    PICTURE X.
           02  FILLER REDEFINES APPLNOF.
             03 APPLNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APPLNOI  PIC X(7).
           02  BRANCHL    COMP  PIC  S9(4).
           02  BRANCHF    PICTURE X.
           02  FILLER REDEFINES BRANCHF.
             03 BRANCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BRANCHI  PIC X(3).
           02  TITLL    COMP  PIC  S9(4).
           02  TITLF    PICTURE X.
           02  FILLER REDEFINES TITLF.
             03 TITLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITLI  PIC X(4).
           02  FNAMEL    COMP  PIC  S9(4).
           02  FNAMEF    PICTURE X.
           02  FILLER REDEFINES FNAMEF.
             03 FNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FNAMEI  PIC X(15).
           02  SNAMEL    COMP  PIC  S9(4).
           02  SNAMEF    PICTURE X.
           02  FILLER REDEFINES SNAMEF.
             03 SNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SNAMEI  PIC X(15).
           02  ADDR1L    COMP  PIC  S9(4).
           02  ADDR1F    PICTURE X.
           02  FILLER REDEFINES ADDR1F.
             03 ADDR1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR1I  PIC X(20).
           02  ADDR2L    COMP  PIC  S9(4).
           02  ADDR2F    PICTURE X.
           02  FILLER REDEFINES ADDR2F.
             03 ADDR2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADDR2I  PIC X(20).
           02  CRLIMITL    COMP  PIC  S9(4).
           02  CRLIMITF    PICTURE X.
           02  FILLER REDEFINES CRLIMITF.
             03 CRLIMITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CRLIMITI  PIC X(8).
           02  PRODL    COMP  PIC  S9(4).
           02  PRODF    PICTURE X.
           02  FILLER REDEFINES PRODF.
             03 PRODA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRODI  PIC X(2).
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
           02  APPLNOC    PICTURE X.
           02  APPLNOH    PICTURE X.
           02  APPLNOO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  BRANCHC    PICTURE X.
           02  BRANCHH    PICTURE X.
           02  BRANCHO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TITLC    PICTURE X.
           02  TITLH    PICTURE X.
           02  TITLO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  FNAMEC    PICTURE X.
           02  FNAMEH    PICTURE X.
           02  FNAMEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  SNAMEC    PICTURE X.
           02  SNAMEH    PICTURE X.
           02  SNAMEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  ADDR1C    PICTURE X.
           02  ADDR1H    PICTURE X.
           02  ADDR1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ADDR2C    PICTURE X.
           02  ADDR2H    PICTURE X.
           02  ADDR2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CRLIMITC    PICTURE X.
           02  CRLIMITH    PICTURE X.
           02  CRLIMITO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PRODC    PICTURE X.
           02  PRODH    PICTURE X.
           02  PRODO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CUSTNOC    PICTURE X.
           02  CUSTNOH    PICTURE X.
           02  CUSTNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
