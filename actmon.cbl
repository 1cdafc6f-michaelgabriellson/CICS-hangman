       01 WS-WARN-MSG.
           02  FILLER          PIC X(17) VALUE 'BRIGHT = NEARING '.
           02  WWM-MINS        PIC Z9.
           02  FILLER          PIC X(18) VALUE ' MIN SWEEP OR LATE'.

      * A LIVE SESSION STILL RUNNING WHEN THE CURRENT SHIFT HAS PLAY
      * WINDOWS BUT NONE COVERS THE TIME NOW HAS OVERRUN ITS BREAK -
      * WORDGAME ONLY STARTS LIVE GAMES INSIDE A WINDOW, SO IT WAS IN
      * ONE WHEN IT STARTED. SET ONCE PER REFRESH BY CD-CHECK-WINDOW
       01 WS-WINDOW-FLAG       PIC X(01).
           88  WS-PAST-WINDOW            VALUE 'Y'.
       01 WS-ABSTIME           PIC S9(15) USAGE COMP-3.

      * THE OPERATORS REFUSED MOST NEW GAMES TODAY BY WORDGAME'S PLAY
      * WINDOW AND DAILY CAP CHECKS, OFF USER11.PLAY_DAILY
       01 WS-RF-COUNT          PIC 9(02) COMP VALUE 0.
       01 WS-REFUSED-LINE.
           02  FILLER          PIC X(15) VALUE 'REFUSED TODAY: '.
           02  WRF-ENTRIES.
               03  WRF-ENTRY OCCURS 5 TIMES.
                   04  WRF-OPID    PIC X(03).
                   04  FILLER      PIC X(01).
                   04  WRF-COUNT   PIC ZZ9.
                   04  FILLER      PIC X(02).

       01 WS-MONITOR-LINE.
           02  WAL-OPID        PIC X(03).
           02  WAL-WRONG       PIC Z9.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  WAL-MINS        PIC ZZZ9.
           02  FILLER          PIC X(05) VALUE SPACES.
           02  WAL-LATE        PIC X(04).

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WORDSDB2.
       COPY WORDSTAT.
       COPY ACTVGAME.
       COPY PLAYWIN.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
             DECLARE AMCSR CURSOR FOR
             SELECT OPID, WORDID, WRONG_GUESSES,
                    TIMESTAMPDIFF(4,
                      CHAR(CURRENT TIMESTAMP - LAST_TOUCH_TS)),
                    PRACTICE_FLAG
             FROM USER11.ACTIVEGAME
             ORDER BY LAST_TOUCH_TS
             FETCH FIRST 10 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *QB DECLARE RFCSR SECTION                                      *
      *TODAY'S PLAY_DAILY ROWS WITH ANY REFUSED NEW GAME, MOST       *
      *REFUSALS FIRST - DECLARED HERE, AHEAD OF ITS FIRST OPEN IN    *
      *CE-BUILD-REFUSED                                              *
      ****************************************************************
       QB-DECLARE-RFCSR SECTION.
           EXEC SQL
             DECLARE RFCSR CURSOR FOR
             SELECT OPID, REFUSED_WINDOW + REFUSED_CAP
             FROM USER11.PLAY_DAILY
             WHERE PLAY_DATE = CURRENT DATE
               AND REFUSED_WINDOW + REFUSED_CAP > 0
             ORDER BY 2 DESC, OPID
             FETCH FIRST 5 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *B CICS SECTION                                                *
      *DISPLAY-ONLY TRANSACTION - CLEAR REBUILDS THE MONITOR, PF3    *
      *EXITS                                                         *
           MOVE LOW-VALUES TO AMSCRO
           MOVE ZERO TO WS-ROWCOUNT
           MOVE SPACES TO WS-AM-TABLE
           PERFORM CD-CHECK-WINDOW

           EXEC SQL
             OPEN AMCSR
                   UNTIL WS-RANK > WS-ROWCOUNT
              PERFORM CC-FORMAT-ROW
           END-PERFORM

           PERFORM CE-BUILD-REFUSED
           .
      ****************************************************************
      *CA FETCH ROW SECTION                                          *
       CA-FETCH-ROW SECTION.
           EXEC SQL
             FETCH AMCSR
             INTO  :OPID, :WORDID, :WRONG-GUESSES, :WS-IDLE-MINS,
                   :AG-PRACTICE-FLAG
           END-EXEC
           .
      ****************************************************************
      *CB STORE ROW SECTION                                          *
      *FORMATS ONE FETCHED SESSION INTO WS-AM-TABLE AND FLAGS IT     *
      *WHEN ITS IDLE TIME HAS REACHED THE WARNING THRESHOLD, OR WHEN *
      *IT IS A LIVE GAME STILL RUNNING PAST THE END OF ITS WINDOW    *
      ****************************************************************
       CB-STORE-ROW SECTION.
           ADD 1 TO WS-ROWCOUNT
           MOVE WORDID TO WAL-WORDID
           MOVE WRONG-GUESSES TO WAL-WRONG
           MOVE WS-IDLE-MINS TO WAL-MINS
           IF AG-LIVE AND WS-PAST-WINDOW
              MOVE 'LATE' TO WAL-LATE
           ELSE
              MOVE SPACES TO WAL-LATE
           END-IF
           MOVE WS-MONITOR-LINE TO WS-AM-LINE(WS-ROWCOUNT)

           IF WS-IDLE-MINS >= WS-WARN-MINUTES
              OR WAL-LATE NOT = SPACES
              MOVE 'Y' TO WS-AM-WARN(WS-ROWCOUNT)
           ELSE
              MOVE 'N' TO WS-AM-WARN(WS-ROWCOUNT)
           END-EVALUATE
           .
      ****************************************************************
      *CD CHECK WINDOW SECTION                                       *
      *SETS WS-PAST-WINDOW WHEN THE CURRENT SHIFT HAS PLAY WINDOWS   *
      *BUT NONE COVERS THE TIME NOW - THE SAME SHIFT AND WINDOW TEST *
      *WORDGAME'S BE-CHECK-PLAY-LIMITS REFUSES NEW GAMES ON          *
      ****************************************************************
       CD-CHECK-WINDOW SECTION.
           MOVE 'N' TO WS-WINDOW-FLAG
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             TIME(PW-NOW-TIME)
             TIMESEP('.')
           END-EXEC
           EVALUATE TRUE
           WHEN PW-NOW-TIME(1:2) < '08'
             MOVE 'NIGHT' TO PW-SHIFT-NAME
           WHEN PW-NOW-TIME(1:2) < '16'
             MOVE 'DAY' TO PW-SHIFT-NAME
           WHEN OTHER
             MOVE 'EVE' TO PW-SHIFT-NAME
           END-EVALUATE

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
              SET WS-PAST-WINDOW TO TRUE
           END-IF
           .
      ****************************************************************
      *CE BUILD REFUSED SECTION                                      *
      *FORMATS THE OPERATORS WITH THE MOST REFUSED NEW GAMES TODAY   *
      ****************************************************************
       CE-BUILD-REFUSED SECTION.
           MOVE ZERO TO WS-RF-COUNT
           MOVE SPACES TO WRF-ENTRIES

           EXEC SQL
             OPEN RFCSR
           END-EXEC

           PERFORM CE1-FETCH-REFUSED
           PERFORM CE2-STORE-REFUSED
                   UNTIL SQLCODE NOT = ZERO OR WS-RF-COUNT = 5

           EXEC SQL
             CLOSE RFCSR
           END-EXEC

           IF WS-RF-COUNT = 0
              MOVE 'NONE' TO WRF-ENTRIES
           END-IF
           MOVE WS-REFUSED-LINE TO AMREFO
           .
      ****************************************************************
      *CE1 FETCH REFUSED SECTION                                     *
      ****************************************************************
       CE1-FETCH-REFUSED SECTION.
           EXEC SQL
             FETCH RFCSR
             INTO  :OPID, :PD-REFUSED-TOTAL
           END-EXEC
           .
      ****************************************************************
      *CE2 STORE REFUSED SECTION                                     *
      ****************************************************************
       CE2-STORE-REFUSED SECTION.
           ADD 1 TO WS-RF-COUNT
           MOVE OPID TO WRF-OPID(WS-RF-COUNT)
           MOVE PD-REFUSED-TOTAL TO WRF-COUNT(WS-RF-COUNT)
           PERFORM CE1-FETCH-REFUSED
           .
      ****************************************************************
      *D SEND MAP SECTION                                            *
      ****************************************************************
       D-SEND-MAP SECTION.
