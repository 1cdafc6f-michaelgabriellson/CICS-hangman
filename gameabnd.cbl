           ADD 1 TO WS-ABANDONED-COUNT
           PERFORM BC-BUILD-HIST-RECORD
           WRITE GH-RECORD
           IF AG-LIVE
              PERFORM BE-RECORD-ABANDON
           END-IF
           PERFORM BD-DELETE-ACTIVE
           PERFORM BA-FETCH-ABANDONED
           .
             WHERE OPID = :OPID AND GAME_TS = :WS-AG-GAME-TS
           END-EXEC
           .
      ****************************************************************
      *BE RECORD ABANDON SECTION                                     *
      *KEEPS THE LIVE SESSION'S DETAILS IN USER11.GAMEABANDON UNDER  *
      *THE SAME OPID AND GAME TIMESTAMP AS ITS 'A' GAMEHIST RECORD - *
      *GLINQ READS IT TO VOID AN ABANDON, WHICH HAS NO WORDSTATS ROW.*
      *COMMITTED WITH THE DELETE BELOW, SO THE TWO NEVER DISAGREE    *
      ****************************************************************
       BE-RECORD-ABANDON SECTION.
           EXEC SQL
             INSERT INTO USER11.GAMEABANDON
                   (OPID, GAME_TS, WORDID, CATEGORY, DIFFICULTY,
                    WRONG_GUESSES, LAST_TOUCH_TS)
             VALUES (:OPID, :WS-AG-GAME-TS, :WORDID, :CATEGORY,
                    :DIFFICULTY, :WRONG-GUESSES, :AG-LAST-TOUCH-TS)
           END-EXEC
           .
