      ****************************************************************
      *  PLAYWIN - HOST VARIABLES FOR THE BREAK-TIME PLAY CONTROLS   *
      *  WORDGAME'S BE-CHECK-PLAY-LIMITS READS BEFORE STARTING A LIVE*
      *  GAME, AND ACTMON READS TO FLAG SESSIONS RUNNING LATE.       *
      *  PRACTICE GAMES ARE NEVER LIMITED.                           *
      *  USER11.PLAY_WINDOWS - ONE ROW PER ALLOWED PLAY WINDOW       *
      *    SHIFT_NAME CHAR(5) 'DAY'/'EVE'/'NIGHT' (THE GAMERPT       *
      *    SHIFTS), WINDOW_START TIME, WINDOW_END TIME - BOTH INSIDE *
      *    THE SHIFT'S HOURS. A SHIFT WITH NO ROWS IS NOT RESTRICTED *
      *  USER11.PLAY_CAP - LIVE GAMES AN OPERATOR MAY START PER DAY  *
      *    OPID CHAR(3) PRIMARY KEY, DAILY_CAP SMALLINT - THE '***'  *
      *    ROW IS THE CAP FOR ANY OPID WITHOUT ONE OF ITS OWN, AND   *
      *    NO ROW AT ALL MEANS NO CAP                                *
      *  USER11.PLAY_DAILY - ONE ROW PER OPID PER DAY                *
      *    OPID CHAR(3), PLAY_DATE DATE (PRIMARY KEY TOGETHER),      *
      *    GAMES_STARTED, REFUSED_WINDOW, REFUSED_CAP SMALLINT -     *
      *    LIVE GAMES STARTED AND NEW GAMES REFUSED FOR EACH REASON  *
      ****************************************************************
       01  PW-SHIFT-NAME        PIC X(05).
       01  PW-NOW-TIME          PIC X(08).
       01  PW-WINDOW-COUNT      PIC S9(9) USAGE COMP.
       01  PW-OPEN-COUNT        PIC S9(9) USAGE COMP.
       01  PW-OPEN-IND          PIC S9(4) USAGE COMP.
       01  PW-NEXT-START        PIC X(08).
       01  PW-NEXT-IND          PIC S9(4) USAGE COMP.
       01  PC-DAILY-CAP         PIC S9(4) USAGE COMP.
       01  PD-GAMES-STARTED     PIC S9(4) USAGE COMP.
       01  PD-REFUSED-WINDOW    PIC S9(4) USAGE COMP.
       01  PD-REFUSED-CAP       PIC S9(4) USAGE COMP.
       01  PD-REFUSED-TOTAL     PIC S9(4) USAGE COMP.
