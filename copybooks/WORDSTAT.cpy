       01  WIN-COUNT           PIC S9(9) USAGE COMP.
       01  LOSS-COUNT          PIC S9(9) USAGE COMP.
       01  CURRENT-STREAK      PIC S9(9) USAGE COMP.
      *  GAME_TS CARRIES THE CICS ABSTIME THE GAME STARTED AT, SO THE *
      *  ROW CAN BE MATCHED BACK TO GAMEHIST AND GUESSLOG - ROWS     *
      *  WRITTEN BEFORE THE COLUMN EXISTED HOLD ZERO. VOID_FLAG IS   *
      *  SET TO 'Y' WHEN A SUPERVISOR VOIDS THE GAME FROM GLINQ, AND *
      *  A VOIDED ROW NO LONGER COUNTS TOWARDS WIN/LOSS OR STREAK    *
       01  VOID-FLAG           PIC X(01).
           88  GAME-VOIDED               VALUE 'Y'.
           88  GAME-NOT-VOIDED           VALUE 'N'.
       01  WIN-PCT             PIC S9(3)V9(2) USAGE COMP-3.
