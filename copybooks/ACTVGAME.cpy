      *  ONE ROW PER GAME IN PROGRESS, KEYED BY OPID - REMOVED WHEN  *
      *  THE GAME FINISHES NORMALLY, LEFT BEHIND IF THE OPERATOR     *
      *  WALKS AWAY SO GAMEABND CAN FIND IT LATER                    *
      *  GAMEABND MOVES A LIVE ABANDONED ROW TO USER11.GAMEABANDON   *
      *  (OPID, GAME_TS, WORDID, CATEGORY, DIFFICULTY,               *
      *  WRONG_GUESSES, LAST_TOUCH_TS - KEYED BY OPID AND GAME_TS)   *
      *  ALONGSIDE ITS 'A' GAMEHIST RECORD, SO GLINQ CAN FIND AND    *
      *  VOID THE ABANDON WITHOUT READING GAMEHIST                   *
      *  OPID, WORDID, CATEGORY, DIFFICULTY AND WRONG_GUESSES ARE    *
      *  DECLARED IN WORDSDB2/WORDSTAT - COPY THOSE TOGETHER TOO     *
      ****************************************************************
