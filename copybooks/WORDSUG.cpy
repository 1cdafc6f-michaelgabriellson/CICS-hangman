      ****************************************************************
      *  WORDSUG - BMS SYMBOLIC MAP FOR MAPSET WORDSUG               *
      *  MAP: SGSCR - OPERATOR WORD SUGGESTION                       *
      *  HAND-MAINTAINED TO MATCH THE OUTPUT OF THE BMS ASSEMBLY     *
      *  IN bms/WORDSUG.bms - REGENERATE BOTH TOGETHER IF FIELDS     *
      *  CHANGE                                                      *
      ****************************************************************
       01  SGSCRI.
       02  FILLER PIC X(12).
       02  SGWORDL  PIC S9(4) COMP.
       02  SGWORDF  PIC X.
       02  FILLER REDEFINES SGWORDF.
           03  SGWORDA  PIC X.
       02  SGWORDI  PIC X(30).
       02  SGCATL  PIC S9(4) COMP.
       02  SGCATF  PIC X.
       02  FILLER REDEFINES SGCATF.
           03  SGCATA  PIC X.
       02  SGCATI  PIC X(10).
       02  SGDIFL  PIC S9(4) COMP.
       02  SGDIFF  PIC X.
       02  FILLER REDEFINES SGDIFF.
           03  SGDIFA  PIC X.
       02  SGDIFI  PIC X(6).
       02  SGIDL  PIC S9(4) COMP.
       02  SGIDF  PIC X.
       02  FILLER REDEFINES SGIDF.
           03  SGIDA  PIC X.
       02  SGIDI  PIC X(9).
       02  SGMSGL  PIC S9(4) COMP.
       02  SGMSGF  PIC X.
       02  FILLER REDEFINES SGMSGF.
           03  SGMSGA  PIC X.
       02  SGMSGI  PIC X(40).
       01  SGSCRO REDEFINES SGSCRI.
       02  FILLER PIC X(12).
       02  FILLER PIC X(3).
       02  SGWORDO  PIC X(30).
       02  FILLER PIC X(3).
       02  SGCATO  PIC X(10).
       02  FILLER PIC X(3).
       02  SGDIFO  PIC X(6).
       02  FILLER PIC X(3).
       02  SGIDO  PIC X(9).
       02  FILLER PIC X(3).
       02  SGMSGO  PIC X(40).
