       02  FILLER REDEFINES GGHDRF.
           03  GGHDRA  PIC X.
       02  GGHDRI  PIC X(30).
       02  GGRSNL  PIC S9(4) COMP.
       02  GGRSNF  PIC X.
       02  FILLER REDEFINES GGRSNF.
           03  GGRSNA  PIC X.
       02  GGRSNI  PIC X(2).
       02  GGL1L  PIC S9(4) COMP.
       02  GGL1F  PIC X.
       02  FILLER REDEFINES GGL1F.
       02  FILLER PIC X(3).
       02  GGHDRO  PIC X(30).
       02  FILLER PIC X(3).
       02  GGRSNO  PIC X(2).
       02  FILLER PIC X(3).
       02  GGL1O  PIC X(20).
       02  FILLER PIC X(3).
       02  GGL2O  PIC X(20).
