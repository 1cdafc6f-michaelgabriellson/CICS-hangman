      ****************************************************************
      *  BANMNT - BMS SYMBOLIC MAP FOR MAPSET BANMNT                 *
      *  MAP: BNSCR - BANNED-TERMS LIST MAINTENANCE                  *
      *  HAND-MAINTAINED TO MATCH THE OUTPUT OF THE BMS ASSEMBLY     *
      *  IN bms/BANMNT.bms - REGENERATE BOTH TOGETHER IF FIELDS      *
      *  CHANGE                                                      *
      ****************************************************************
       01  BNSCRI.
       02  FILLER PIC X(12).
       02  BNTERML  PIC S9(4) COMP.
       02  BNTERMF  PIC X.
       02  FILLER REDEFINES BNTERMF.
           03  BNTERMA  PIC X.
       02  BNTERMI  PIC X(30).
       02  BNACTL  PIC S9(4) COMP.
       02  BNACTF  PIC X.
       02  FILLER REDEFINES BNACTF.
           03  BNACTA  PIC X.
       02  BNACTI  PIC X(1).
       02  BNFUNCL  PIC S9(4) COMP.
       02  BNFUNCF  PIC X.
       02  FILLER REDEFINES BNFUNCF.
           03  BNFUNCA  PIC X.
       02  BNFUNCI  PIC X(3).
       02  BNMSGL  PIC S9(4) COMP.
       02  BNMSGF  PIC X.
       02  FILLER REDEFINES BNMSGF.
           03  BNMSGA  PIC X.
       02  BNMSGI  PIC X(40).
       01  BNSCRO REDEFINES BNSCRI.
       02  FILLER PIC X(12).
       02  FILLER PIC X(3).
       02  BNTERMO  PIC X(30).
       02  FILLER PIC X(3).
       02  BNACTO  PIC X(1).
       02  FILLER PIC X(3).
       02  BNFUNCO  PIC X(3).
       02  FILLER PIC X(3).
       02  BNMSGO  PIC X(40).
