      ****************************************************************
      *  ACTMON - BMS SYMBOLIC MAP FOR MAPSET ACTMON                 *
      *  MAP: AMSCR - GAMES CURRENTLY IN PROGRESS, STALEST FIRST,    *
      *  WITH MINUTES SINCE LAST TOUCH, AND TODAY'S REFUSED NEW GAMES*
      *  HAND-MAINTAINED TO MATCH THE OUTPUT OF THE BMS ASSEMBLY     *
      *  IN bms/ACTMON.bms - REGENERATE BOTH TOGETHER IF FIELDS      *
      *  CHANGE                                                      *
       02  FILLER REDEFINES MSG1F.
           03  MSG1A  PIC X.
       02  MSG1I  PIC X(40).
       02  AMREFL  PIC S9(4) COMP.
       02  AMREFF  PIC X.
       02  FILLER REDEFINES AMREFF.
           03  AMREFA  PIC X.
       02  AMREFI  PIC X(60).
       01  AMSCRO REDEFINES AMSCRI.
       02  FILLER PIC X(12).
       02  FILLER PIC X(3).
       02  AML10O  PIC X(40).
       02  FILLER PIC X(3).
       02  MSG1O  PIC X(40).
       02  FILLER PIC X(3).
       02  AMREFO  PIC X(60).
