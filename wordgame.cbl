       01 WS-PRACTICE-FLAG    PIC X(01) VALUE 'N'.
           88 WS-PRACTICE-GAME          VALUE 'Y'.

      * BREAK-TIME PLAY CONTROLS - SEE BE-CHECK-PLAY-LIMITS. A LIVE
      * GAME IS ONLY STARTED INSIDE ONE OF THE SHIFT'S PLAY WINDOWS
      * AND UNDER THE OPERATOR'S DAILY CAP - A REFUSAL GOES BACK TO
      * THE HOME SCREEN WITH WS-REFUSE-MSG
       01 WS-REFUSE-FLAG      PIC X(01).
           88 WS-GAME-REFUSED           VALUE 'W' 'C'.
           88 WS-REFUSED-WINDOW         VALUE 'W'.
           88 WS-REFUSED-CAP            VALUE 'C'.
       01 WS-REFUSE-MSG       PIC X(40).
       01 WS-WINDOW-MSG.
           02 FILLER          PIC X(31)
                               VALUE 'OUTSIDE BREAK WINDOW - NEXT AT '.
           02 WWM-NEXT        PIC X(05).
       01 WS-CAP-MSG.
           02 FILLER          PIC X(22)
                               VALUE 'DAILY LIMIT REACHED - '.
           02 WCM-CAP         PIC ZZ9.
           02 FILLER          PIC X(11) VALUE ' LIVE GAMES'.

      * RESUME-FROM-ANY-TERMINAL WORKING STORAGE - SEE BD-RESUME-GAME
       01 WS-RESP             PIC S9(8) USAGE COMP.
       01 WS-RESUME-FLAG      PIC X(01).
       COPY GUESSLOG.
       COPY ACTVGAME.
       COPY WALLTKR.
       COPY PLAYWIN.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
             END-IF
             MOVE 'N' TO WS-PRACTICE-FLAG
             PERFORM BB-NEW-GAME
             IF WS-GAME-REFUSED
                PERFORM BF-SHOW-REFUSAL
             ELSE
                PERFORM C-SEND-MAP
                SET 2NDSCR-SWITCH TO TRUE
             END-IF

           WHEN EIBAID = DFHPF6 AND 1STSCR-SWITCH
      *       F6 PRACTICE FROM THE HOME SCREEN - SAME GAME, SAME
           WHEN EIBAID = DFHPF2
      *       F2 NEW GAME FROM MID-GAME - KEEP THE CATEGORY AND
      *       DIFFICULTY ALREADY CHOSEN FOR THIS SESSION, AND KEEP
      *       THE SESSION IN PRACTICE MODE IF IT STARTED THERE. A
      *       REFUSED LIVE GAME LEAVES ANY GAME STILL IN PROGRESS
      *       ON ACTIVEGAME, SO PF5 FROM HOME PICKS IT BACK UP
             MOVE LOW-VALUES TO GAMESCRO
             PERFORM BB-NEW-GAME
             IF WS-GAME-REFUSED
                PERFORM BF-SHOW-REFUSAL
             ELSE
                PERFORM C-SEND-MAP
                SET 2NDSCR-SWITCH TO TRUE
             END-IF

           WHEN EIBAID = DFHPF3
      *       F3 EXIT GAME
           .
      ****************************************************************
      *BB NEW GAME SECTION                                           *
      *COMMON LOGIC FOR STARTING A NEW GAME FROM EITHER SCREEN - A   *
      *LIVE GAME IS FIRST CHECKED AGAINST THE PLAY WINDOWS AND DAILY *
      *CAP, AND A REFUSED ONE CHANGES NOTHING BUT THE REFUSAL COUNT  *
      ****************************************************************
       BB-NEW-GAME SECTION.
           MOVE 'N' TO WS-REFUSE-FLAG
           MOVE EIBOPID TO OPID
           IF NOT WS-PRACTICE-GAME
              PERFORM BE-CHECK-PLAY-LIMITS
           END-IF

           IF NOT WS-GAME-REFUSED
              MOVE 0 TO WS-COUNTER1
              MOVE 0 TO WS-COUNTER2
              MOVE 0 TO WS-GUESS-SEQ
              MOVE SPACES TO WS-GUESS
              MOVE SPACES TO WS-WRONG-LETTERS
              EXEC CICS ASKTIME
                ABSTIME(WS-GAME-TS)
              END-EXEC
              PERFORM QB0-LOAD-RECENT
              PERFORM QA-MAXWORD
              PERFORM QB-RANDOMIZE
              PERFORM QC-SELECT
              PERFORM QF-START-ACTIVE
              PERFORM QD-MAPATTR
              PERFORM QE-REVEAL-SPACES
              IF NOT WS-PRACTICE-GAME
                 PERFORM BE4-COUNT-START
              END-IF
           END-IF
           .
      ****************************************************************
      *BD RESUME GAME SECTION                                        *
           END-IF
           .
      ****************************************************************
      *BE CHECK PLAY LIMITS SECTION                                  *
      *A LIVE GAME MAY ONLY START INSIDE ONE OF THE CURRENT SHIFT'S  *
      *PLAY WINDOWS ON USER11.PLAY_WINDOWS, AND ONLY WHILE THE       *
      *OPERATOR IS UNDER THE USER11.PLAY_CAP DAILY CAP - SETS        *
      *WS-REFUSE-FLAG/WS-REFUSE-MSG AND COUNTS ANY REFUSAL AGAINST   *
      *THE OPERATOR SO SUPERVISORS CAN SEE IT ON ACTMON              *
      ****************************************************************
       BE-CHECK-PLAY-LIMITS SECTION.
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             TIME(PW-NOW-TIME)
             TIMESEP('.')
           END-EXEC
      *    SAME SHIFT BOUNDARIES AS GAMERPT'S CA-DETERMINE-SHIFT
           EVALUATE TRUE
           WHEN PW-NOW-TIME(1:2) < '08'
             MOVE 'NIGHT' TO PW-SHIFT-NAME
           WHEN PW-NOW-TIME(1:2) < '16'
             MOVE 'DAY' TO PW-SHIFT-NAME
           WHEN OTHER
             MOVE 'EVE' TO PW-SHIFT-NAME
           END-EVALUATE

           PERFORM BE1-CHECK-WINDOW
           IF NOT WS-GAME-REFUSED
              PERFORM BE2-CHECK-CAP
           END-IF
           IF WS-GAME-REFUSED
              PERFORM BE3-COUNT-REFUSAL
           END-IF
           .
      ****************************************************************
      *BE1 CHECK WINDOW SECTION                                      *
      *REFUSES WHEN THE SHIFT HAS WINDOWS BUT NONE COVERS THE        *
      *CURRENT TIME. A SHIFT WITH NO WINDOWS, OR A FAILED READ, DOES *
      *NOT LOCK THE FLOOR OUT                                        *
      ****************************************************************
       BE1-CHECK-WINDOW SECTION.
           MOVE ZERO TO PW-WINDOW-COUNT
           MOVE ZERO TO PW-OPEN-COUNT
           EXEC SQL
             SELECT COUNT(*),
                    SUM(CASE WHEN TIME(:PW-NOW-TIME)
                                  BETWEEN WINDOW_START AND WINDOW_END
                             THEN 1 ELSE 0 END)
             INTO   :PW-WINDOW-COUNT, :PW-OPEN-COUNT :PW-OPEN-IND
             FROM USER11.PLAY_WINDOWS
             WHERE SHIFT_NAME = :PW-SHIFT-NAME
           END-EXEC

           IF SQLCODE = ZERO AND PW-WINDOW-COUNT > ZERO
                             AND PW-OPEN-COUNT = ZERO
              MOVE 'W' TO WS-REFUSE-FLAG
              PERFORM BE1A-FIND-NEXT-WINDOW
           END-IF
           .
      ****************************************************************
      *BE1A FIND NEXT WINDOW SECTION                                 *
      *TELLS THE OPERATOR WHEN THE NEXT WINDOW IN THIS SHIFT OPENS   *
      ****************************************************************
       BE1A-FIND-NEXT-WINDOW SECTION.
           EXEC SQL
             SELECT CHAR(MIN(WINDOW_START), ISO)
             INTO   :PW-NEXT-START :PW-NEXT-IND
             FROM USER11.PLAY_WINDOWS
             WHERE SHIFT_NAME = :PW-SHIFT-NAME
               AND WINDOW_START > TIME(:PW-NOW-TIME)
           END-EXEC

           IF SQLCODE = ZERO AND PW-NEXT-IND >= ZERO
              MOVE PW-NEXT-START(1:5) TO WWM-NEXT
              MOVE WS-WINDOW-MSG TO WS-REFUSE-MSG
           ELSE
              MOVE 'NO MORE BREAK WINDOWS THIS SHIFT' TO WS-REFUSE-MSG
           END-IF
           .
      ****************************************************************
      *BE2 CHECK CAP SECTION                                         *
      *THE OPERATOR'S OWN PLAY_CAP ROW, ELSE THE '***' DEFAULT ROW - *
      *NEITHER MEANS NO CAP. GAMES_STARTED ON TODAY'S PLAY_DAILY ROW *
      *COUNTS EVERY LIVE GAME STARTED, FINISHED OR NOT               *
      ****************************************************************
       BE2-CHECK-CAP SECTION.
           EXEC SQL
             SELECT DAILY_CAP
             INTO   :PC-DAILY-CAP
             FROM USER11.PLAY_CAP
             WHERE OPID IN (:OPID, '***')
             ORDER BY CASE WHEN OPID = '***' THEN 1 ELSE 0 END
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = ZERO
              MOVE ZERO TO PD-GAMES-STARTED
              EXEC SQL
                SELECT GAMES_STARTED
                INTO   :PD-GAMES-STARTED
                FROM USER11.PLAY_DAILY
                WHERE OPID = :OPID
                  AND PLAY_DATE = CURRENT DATE
              END-EXEC
              IF PD-GAMES-STARTED >= PC-DAILY-CAP
                 MOVE 'C' TO WS-REFUSE-FLAG
                 MOVE PC-DAILY-CAP TO WCM-CAP
                 MOVE WS-CAP-MSG TO WS-REFUSE-MSG
              END-IF
           END-IF
           .
      ****************************************************************
      *BE3 COUNT REFUSAL SECTION                                     *
      *ADDS ONE TO TODAY'S REFUSED_WINDOW OR REFUSED_CAP COUNT FOR   *
      *THE OPERATOR, STARTING TODAY'S ROW IF THERE IS NONE YET       *
      ****************************************************************
       BE3-COUNT-REFUSAL SECTION.
           MOVE ZERO TO PD-GAMES-STARTED
           MOVE ZERO TO PD-REFUSED-WINDOW
           MOVE ZERO TO PD-REFUSED-CAP
           IF WS-REFUSED-WINDOW
              MOVE 1 TO PD-REFUSED-WINDOW
           ELSE
              MOVE 1 TO PD-REFUSED-CAP
           END-IF

           EXEC SQL
             UPDATE USER11.PLAY_DAILY
             SET REFUSED_WINDOW = REFUSED_WINDOW + :PD-REFUSED-WINDOW,
                 REFUSED_CAP = REFUSED_CAP + :PD-REFUSED-CAP
             WHERE OPID = :OPID
               AND PLAY_DATE = CURRENT DATE
           END-EXEC
           IF SQLCODE = ZERO AND SQLERRD(3) = ZERO
              PERFORM BE5-INSERT-DAILY
           END-IF
           .
      ****************************************************************
      *BE4 COUNT START SECTION                                       *
      *ADDS THE LIVE GAME JUST STARTED TO TODAY'S GAMES_STARTED      *
      ****************************************************************
       BE4-COUNT-START SECTION.
           MOVE 1 TO PD-GAMES-STARTED
           MOVE ZERO TO PD-REFUSED-WINDOW
           MOVE ZERO TO PD-REFUSED-CAP

           EXEC SQL
             UPDATE USER11.PLAY_DAILY
             SET GAMES_STARTED = GAMES_STARTED + 1
             WHERE OPID = :OPID
               AND PLAY_DATE = CURRENT DATE
           END-EXEC
           IF SQLCODE = ZERO AND SQLERRD(3) = ZERO
              PERFORM BE5-INSERT-DAILY
           END-IF
           .
      ****************************************************************
      *BE5 INSERT DAILY SECTION                                      *
      *FIRST START OR REFUSAL OF THE DAY FOR THIS OPERATOR           *
      ****************************************************************
       BE5-INSERT-DAILY SECTION.
           EXEC SQL
             INSERT INTO USER11.PLAY_DAILY
                   (OPID, PLAY_DATE, GAMES_STARTED, REFUSED_WINDOW,
                    REFUSED_CAP)
             VALUES (:OPID, CURRENT DATE, :PD-GAMES-STARTED,
                    :PD-REFUSED-WINDOW, :PD-REFUSED-CAP)
           END-EXEC
           .
      ****************************************************************
      *BF SHOW REFUSAL SECTION                                       *
      *BACK TO THE HOME SCREEN WITH THE REASON THE GAME WAS REFUSED -*
      *THE SAME WAY BD-RESUME-GAME REPORTS NOTHING TO RESUME         *
      ****************************************************************
       BF-SHOW-REFUSAL SECTION.
           MOVE LOW-VALUES TO HOMESCRO
           PERFORM QA-MAXWORD
           MOVE WS-REFUSE-MSG TO HMSG1O
           PERFORM C-SEND-MAP2
           SET 1STSCR-SWITCH TO TRUE
           .
      ****************************************************************
      *G REBUILD SCREEN SECTION                                      *
      *REDRAWS REVEALED LETTERS, WRONG GUESSES AND THE HANGMAN FROM  *
      *THE STATE RESTORED FROM THE COMMAREA                          *
           EXEC SQL
             INSERT INTO USER11.WORDSTATS
                   (OPID, PLAY_TS, WORDID, WIN_FLAG, WRONG_GUESSES,
                    CURRENT_STREAK, CATEGORY, DIFFICULTY, GAME_TS,
                    VOID_FLAG)
             VALUES (:OPID, CURRENT TIMESTAMP, :WORDID, :WIN-FLAG,
                    :WRONG-GUESSES, :CURRENT-STREAK, :CATEGORY,
                    :DIFFICULTY, :WS-GAME-TS, 'N')
           END-EXEC

           IF SQLCODE NOT = ZERO
      ****************************************************************
      *QB RANDOMIZE SECTION                                          *
      *PICKS A RANDOM ACTIVE WORD MATCHING THE CHOSEN CATEGORY AND   *
      *DIFFICULTY WHOSE EFFECTIVE WINDOW (IF ANY) COVERS TODAY,      *
      *SKIPPING THIS OPERATOR'S LAST FEW WORDS - FALLS BACK A STEP   *
      *AT A TIME IF THAT LEAVES NOTHING TO PICK FROM.                *
      *THE PICK ITSELF IS AN ANCHOR-AND-SCAN AGAINST THE WORDID      *
      *INDEX RATHER THAN ORDER BY RAND(), SO IT COSTS THE SAME NO    *
      *MATTER HOW MANY WORDS WORDLOAD HAS ADDED TO THE TABLE         *
             FROM USER11.WORDSDB2
             WHERE WORDID >= :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
               AND (:WS-CATEGORY = SPACES OR CATEGORY = :WS-CATEGORY)
               AND (:WS-DIFFICULTY = SPACES
                     OR DIFFICULTY = :WS-DIFFICULTY)
             FROM USER11.WORDSDB2
             WHERE WORDID < :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
               AND (:WS-CATEGORY = SPACES OR CATEGORY = :WS-CATEGORY)
               AND (:WS-DIFFICULTY = SPACES
                     OR DIFFICULTY = :WS-DIFFICULTY)
             FROM USER11.WORDSDB2
             WHERE WORDID >= :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
               AND (:WS-CATEGORY = SPACES OR CATEGORY = :WS-CATEGORY)
               AND (:WS-DIFFICULTY = SPACES
                     OR DIFFICULTY = :WS-DIFFICULTY)
             FROM USER11.WORDSDB2
             WHERE WORDID < :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
               AND (:WS-CATEGORY = SPACES OR CATEGORY = :WS-CATEGORY)
               AND (:WS-DIFFICULTY = SPACES
                     OR DIFFICULTY = :WS-DIFFICULTY)
             FROM USER11.WORDSDB2
             WHERE WORDID >= :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
             ORDER BY WORDID
             FETCH FIRST 1 ROW ONLY
           END-EXEC
             FROM USER11.WORDSDB2
             WHERE WORDID < :WS-RANDOM-ANCHOR
               AND ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
             ORDER BY WORDID
             FETCH FIRST 1 ROW ONLY
           END-EXEC
