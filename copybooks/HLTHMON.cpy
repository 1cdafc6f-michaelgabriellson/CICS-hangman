      ****************************************************************
      *  HLTHMON - BMS SYMBOLIC MAP FOR MAPSET HLTHMON               *
      *  MAP: HMSCR - SYSTEM HEALTH STATUS FOR THE OPERATIONS DESK   *
      *  HAND-MAINTAINED TO MATCH THE OUTPUT OF THE BMS ASSEMBLY     *
      *  IN bms/HLTHMON.bms - REGENERATE BOTH TOGETHER IF FIELDS     *
      *  CHANGE                                                      *
      ****************************************************************
       01  HMSCRI.
       02  FILLER PIC X(12).
       02  HMGHFL  PIC S9(4) COMP.
       02  HMGHFF  PIC X.
       02  FILLER REDEFINES HMGHFF.
           03  HMGHFA  PIC X.
       02  HMGHFI  PIC X(60).
       02  HMGLFL  PIC S9(4) COMP.
       02  HMGLFF  PIC X.
       02  FILLER REDEFINES HMGLFF.
           03  HMGLFA  PIC X.
       02  HMGLFI  PIC X(60).
       02  HMGHQL  PIC S9(4) COMP.
       02  HMGHQF  PIC X.
       02  FILLER REDEFINES HMGHQF.
           03  HMGHQA  PIC X.
       02  HMGHQI  PIC X(60).
       02  HMGLQL  PIC S9(4) COMP.
       02  HMGLQF  PIC X.
       02  FILLER REDEFINES HMGLQF.
           03  HMGLQA  PIC X.
       02  HMGLQI  PIC X(60).
       02  HMWLQL  PIC S9(4) COMP.
       02  HMWLQF  PIC X.
       02  FILLER REDEFINES HMWLQF.
           03  HMWLQA  PIC X.
       02  HMWLQI  PIC X(60).
       02  HMCYCL  PIC S9(4) COMP.
       02  HMCYCF  PIC X.
       02  FILLER REDEFINES HMCYCF.
           03  HMCYCA  PIC X.
       02  HMCYCI  PIC X(60).
       02  HMST1L  PIC S9(4) COMP.
       02  HMST1F  PIC X.
       02  FILLER REDEFINES HMST1F.
           03  HMST1A  PIC X.
       02  HMST1I  PIC X(60).
       02  HMST2L  PIC S9(4) COMP.
       02  HMST2F  PIC X.
       02  FILLER REDEFINES HMST2F.
           03  HMST2A  PIC X.
       02  HMST2I  PIC X(60).
       02  HMST3L  PIC S9(4) COMP.
       02  HMST3F  PIC X.
       02  FILLER REDEFINES HMST3F.
           03  HMST3A  PIC X.
       02  HMST3I  PIC X(60).
       02  HMCKPL  PIC S9(4) COMP.
       02  HMCKPF  PIC X.
       02  FILLER REDEFINES HMCKPF.
           03  HMCKPA  PIC X.
       02  HMCKPI  PIC X(60).
       02  HMACTL  PIC S9(4) COMP.
       02  HMACTF  PIC X.
       02  FILLER REDEFINES HMACTF.
           03  HMACTA  PIC X.
       02  HMACTI  PIC X(60).
       02  HMMSGL  PIC S9(4) COMP.
       02  HMMSGF  PIC X.
       02  FILLER REDEFINES HMMSGF.
           03  HMMSGA  PIC X.
       02  HMMSGI  PIC X(40).
       01  HMSCRO REDEFINES HMSCRI.
       02  FILLER PIC X(12).
       02  FILLER PIC X(3).
       02  HMGHFO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMGLFO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMGHQO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMGLQO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMWLQO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMCYCO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMST1O  PIC X(60).
       02  FILLER PIC X(3).
       02  HMST2O  PIC X(60).
       02  FILLER PIC X(3).
       02  HMST3O  PIC X(60).
       02  FILLER PIC X(3).
       02  HMCKPO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMACTO  PIC X(60).
       02  FILLER PIC X(3).
       02  HMMSGO  PIC X(40).
