             03 STMTFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STMTFI  PIC X(1).
           02  MINPCTL    COMP  PIC  S9(4).
           02  MINPCTF    PICTURE X.
           02  FILLER REDEFINES MINPCTF.
             03 MINPCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MINPCTI  PIC X(4).
           02  MINFLRL    COMP  PIC  S9(4).
           02  MINFLRF    PICTURE X.
           02  FILLER REDEFINES MINFLRF.
             03 MINFLRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MINFLRI  PIC X(6).
           02  DUEDAYL    COMP  PIC  S9(4).
           02  DUEDAYF    PICTURE X.
           02  FILLER REDEFINES DUEDAYF.
             03 DUEDAYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DUEDAYI  PIC X(2).
           02  LATEFEL    COMP  PIC  S9(4).
           02  LATEFEF    PICTURE X.
           02  FILLER REDEFINES LATEFEF.
             03 LATEFEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LATEFEI  PIC X(6).
           02  ACCTCODEL    COMP  PIC  S9(4).
           02  ACCTCODEF    PICTURE X.
           02  FILLER REDEFINES ACCTCODEF.
           02  STMTFH    PICTURE X.
           02  STMTFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MINPCTC    PICTURE X.
           02  MINPCTH    PICTURE X.
           02  MINPCTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MINFLRC    PICTURE X.
           02  MINFLRH    PICTURE X.
           02  MINFLRO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DUEDAYC    PICTURE X.
           02  DUEDAYH    PICTURE X.
           02  DUEDAYO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LATEFEC    PICTURE X.
           02  LATEFEH    PICTURE X.
           02  LATEFEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ACCTCODEC    PICTURE X.
           02  ACCTCODEH    PICTURE X.
           02  ACCTCODEO  PIC X(3).
