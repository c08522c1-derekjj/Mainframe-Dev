             03 TRTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRTYPEI  PIC X(1).
           02  TRCODEL    COMP  PIC  S9(4).
           02  TRCODEF    PICTURE X.
           02  FILLER REDEFINES TRCODEF.
             03 TRCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRCODEI  PIC X(2).
           02  TRAMTL    COMP  PIC  S9(4).
           02  TRAMTF    PICTURE X.
           02  FILLER REDEFINES TRAMTF.
             03 TRDESCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRDESCI  PIC X(20).
           02  ORIGDTL    COMP  PIC  S9(4).
           02  ORIGDTF    PICTURE X.
           02  FILLER REDEFINES ORIGDTF.
             03 ORIGDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGDTI  PIC X(8).
           02  ORIGSQL    COMP  PIC  S9(4).
           02  ORIGSQF    PICTURE X.
           02  FILLER REDEFINES ORIGSQF.
             03 ORIGSQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGSQI  PIC X(3).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  TRTYPEH    PICTURE X.
           02  TRTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TRCODEC    PICTURE X.
           02  TRCODEH    PICTURE X.
           02  TRCODEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  TRAMTC    PICTURE X.
           02  TRAMTH    PICTURE X.
           02  TRAMTO  PIC X(8).
           02  TRDESCH    PICTURE X.
           02  TRDESCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ORIGDTC    PICTURE X.
           02  ORIGDTH    PICTURE X.
           02  ORIGDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ORIGSQC    PICTURE X.
           02  ORIGSQH    PICTURE X.
           02  ORIGSQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
