      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTHMON.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
      * A SESSION UNTOUCHED THIS LONG SHOULD ALREADY HAVE BEEN SWEPT
      * BY GAMEABND - ONE STILL ON ACTIVEGAME PAST IT IS SHOWN BRIGHT
       01 WS-STALE-MINUTES     PIC S9(04) COMP VALUE 30.

       01 WS-RESP              PIC S9(8) USAGE COMP.
       01 WS-OPEN-CVDA         PIC S9(8) USAGE COMP.
       01 WS-ENABLE-CVDA       PIC S9(8) USAGE COMP.
       01 WS-NUMITEMS          PIC S9(8) USAGE COMP.
       01 WS-FILE-NAME         PIC X(08).
       01 WS-QUEUE-NAME        PIC X(04).
       01 WS-WARN-COUNT        PIC 9(02) VALUE 0.

      * SET BY EACH CHECK - 'Y' WHEN THE ITEM IT JUST FORMATTED IS
      * OUT OF TOLERANCE AND ITS SCREEN FIELD SHOULD GO BRIGHT
       01 WS-ITEM-WARN         PIC X(01).
           88  WS-ITEM-IS-WARN           VALUE 'Y'.

      * THE CURRENT CYCLE IS THE NEWEST RUN DATE IN USER11.CYCLE_CTRL
      * - NULL WHEN THE TABLE IS EMPTY, HENCE THE INDICATOR. ONCE ITS
      * OPENHIST STEP IS COMPLETE GAMEHIST IS BACK IN CICS HANDS, SO
      * ANYTHING STILL HELD ON GHLD/GLLD HAS MISSED THE DRAIN
       01 WS-CYCLE-IND         PIC S9(4) USAGE COMP.
       01 WS-OPENHIST-FLAG     PIC X(01).
           88  WS-OPENHIST-DONE          VALUE 'Y'.
       01 WS-STEP-COUNT        PIC 9(02) VALUE 0.
       01 WS-DONE-COUNT        PIC 9(02) VALUE 0.
       01 WS-LINE-SUB          PIC 9(02) COMP.
       01 WS-ST-POS            PIC 9(02) COMP.

      * FOUR STEPS TO A SCREEN LINE, THREE LINES
       01 WS-MAX-STEPS         PIC 9(02) VALUE 12.
       01 WS-ST-TABLE.
           02  WS-ST-ENTRY OCCURS 3 TIMES.
               03  WS-ST-LINE      PIC X(60).
               03  WS-ST-WARN      PIC X(01).
                   88  WS-ST-IS-WARN         VALUE 'Y'.

       01 WS-GAME-COUNT        PIC S9(9) USAGE COMP.
       01 WS-OLDEST-TS         PIC X(26).
       01 WS-OLDEST-IND        PIC S9(4) USAGE COMP.
       01 WS-IDLE-MINS         PIC S9(9) USAGE COMP.
       01 WS-IDLE-IND          PIC S9(4) USAGE COMP.

       01 WS-FILE-LINE.
           02  WFL-NAME        PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WFL-OPEN        PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WFL-ENABLE      PIC X(10).
       01 WS-QUEUE-LINE.
           02  WQL-NAME        PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WQL-DEPTH       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(10) VALUE ' RECORDS  '.
           02  WQL-NOTE        PIC X(30).
       01 WS-CYCLE-LINE.
           02  FILLER          PIC X(14) VALUE 'NIGHTLY CYCLE '.
           02  WCL-DATE        PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WCL-DONE        PIC Z9.
           02  FILLER          PIC X(04) VALUE ' OF '.
           02  WCL-STEPS       PIC Z9.
           02  FILLER          PIC X(15) VALUE ' STEPS COMPLETE'.
       01 WS-STEP-LINE.
           02  WSL-NAME        PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WSL-STATUS      PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
       01 WS-CKPT-LINE.
           02  FILLER          PIC X(20) VALUE 'WORDLOAD CHECKPOINT '.
           02  WKL-DATE        PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WKL-STATUS      PIC X(10).
           02  FILLER          PIC X(09) VALUE ' RECORDS '.
           02  WKL-COUNT       PIC ZZZ,ZZ9.
       01 WS-ACTIVE-LINE.
           02  FILLER          PIC X(13) VALUE 'ACTIVE GAMES '.
           02  WAL-COUNT       PIC ZZZ9.
           02  FILLER          PIC X(09) VALUE '  OLDEST '.
           02  WAL-TOUCH       PIC X(16).
           02  FILLER          PIC X(02) VALUE ' ('.
           02  WAL-MINS        PIC ZZZZ9.
           02  FILLER          PIC X(05) VALUE ' MIN)'.
       01 WS-WARN-MSG.
           02  WWM-COUNT       PIC Z9.
           02  FILLER          PIC X(36) VALUE
                                ' ITEMS OUT OF TOLERANCE - SEE BRIGHT'.

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY HLTHMON.
       COPY CYCLCTL.
       COPY WLCKPT.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA         PIC X(01).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
      *A MAIN SECTION
      ****************************************************************
       A-MAIN SECTION.
           PERFORM B-CICS-SECTION
           GOBACK
           .
      ****************************************************************
      *QA DECLARE CYCSR SECTION                                      *
      *THE CURRENT CYCLE'S CONTROL ROWS IN STEP ORDER - DECLARED     *
      *HERE, AHEAD OF ITS FIRST OPEN IN CB-CYCLE-STATUS              *
      ****************************************************************
       QA-DECLARE-CYCSR SECTION.
           EXEC SQL
             DECLARE CYCSR CURSOR FOR
             SELECT STEP_NAME, STEP_STATUS
             FROM USER11.CYCLE_CTRL
             WHERE RUN_DATE = :CY-RUN-DATE
             ORDER BY STEP_SEQ
           END-EXEC
           .
      ****************************************************************
      *B CICS SECTION                                                *
      *DISPLAY-ONLY TRANSACTION FOR THE OPERATIONS DESK - WHETHER IT *
      *IS SAFE TO OPEN THE FLOOR, ON ONE SCREEN. CLEAR REBUILDS THE  *
      *STATUS, PF3 EXITS. LAID OUT THE SAME WAY AS ACTMON            *
      ****************************************************************
       B-CICS-SECTION.

           EVALUATE TRUE
           WHEN EIBCALEN = ZERO
      *       LOGIC FOR THE FIRST CALL OF THE PROGRAM
             PERFORM C-BUILD-STATUS
             PERFORM D-SEND-MAP

           WHEN EIBAID = DFHCLEAR
      *       LOGIC FOR WHEN THE USER PRESSES THE CLEAR KEY - REFRESH
             PERFORM C-BUILD-STATUS
             PERFORM D-SEND-MAP

           WHEN EIBAID = DFHPF3
      *       F3 EXIT STATUS SCREEN
             MOVE LOW-VALUES TO HMSCRO
             MOVE 'STATUS ENDED. PRESS CLEAR' TO HMMSGO
             PERFORM E-SEND-DATA
             EXEC CICS
               RETURN
             END-EXEC

           WHEN OTHER
      *       LOGIC FOR ANY OTHER CASES
             MOVE LOW-VALUES TO HMSCRO
             MOVE 'INVALID KEY - CLEAR=REFRESH PF3=EXIT' TO HMMSGO
             PERFORM E-SEND-DATA
           END-EVALUATE

      *    THE COMMAREA CARRIES NO STATE, BUT RETURNING IT MAKES
      *    EIBCALEN NON-ZERO ON RE-ENTRY SO THE FIRST-CALL BRANCH
      *    ONLY MATCHES THE ACTUAL FIRST CALL
           EXEC CICS
             RETURN TRANSID('WRDH')
             COMMAREA (DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
      ****************************************************************
      *C BUILD STATUS SECTION                                        *
      *RUNS EVERY CHECK AND FORMATS THE SCREEN FROM THE RESULTS. THE *
      *CYCLE IS READ AHEAD OF THE QUEUES BECAUSE THE GHLD/GLLD       *
      *WARNING DEPENDS ON WHETHER ITS OPENHIST STEP HAS COMPLETED    *
      ****************************************************************
       C-BUILD-STATUS SECTION.
           MOVE LOW-VALUES TO HMSCRO
           MOVE ZERO TO WS-WARN-COUNT

           MOVE 'GAMEHIST' TO WS-FILE-NAME
           PERFORM CA-FILE-STATUS
           MOVE WS-FILE-LINE TO HMGHFO
           IF WS-ITEM-IS-WARN
              MOVE DFHBRT TO HMGHFA
           END-IF

           MOVE 'GUESSLOG' TO WS-FILE-NAME
           PERFORM CA-FILE-STATUS
           MOVE WS-FILE-LINE TO HMGLFO
           IF WS-ITEM-IS-WARN
              MOVE DFHBRT TO HMGLFA
           END-IF

           PERFORM CB-CYCLE-STATUS

           MOVE 'GHLD' TO WS-QUEUE-NAME
           PERFORM CC-QUEUE-DEPTH
           MOVE WS-QUEUE-LINE TO HMGHQO
           IF WS-ITEM-IS-WARN
              MOVE DFHBRT TO HMGHQA
           END-IF

           MOVE 'GLLD' TO WS-QUEUE-NAME
           PERFORM CC-QUEUE-DEPTH
           MOVE WS-QUEUE-LINE TO HMGLQO
           IF WS-ITEM-IS-WARN
              MOVE DFHBRT TO HMGLQA
           END-IF

           MOVE 'WALL' TO WS-QUEUE-NAME
           PERFORM CC-QUEUE-DEPTH
           MOVE WS-QUEUE-LINE TO HMWLQO
           IF WS-ITEM-IS-WARN
              MOVE DFHBRT TO HMWLQA
           END-IF

           PERFORM CD-CKPT-STATUS
           PERFORM CE-ACTIVE-GAMES

           IF WS-WARN-COUNT = ZERO
              MOVE 'ALL ITEMS WITHIN TOLERANCE' TO HMMSGO
           ELSE
              MOVE WS-WARN-COUNT TO WWM-COUNT
              MOVE WS-WARN-MSG TO HMMSGO
           END-IF
           .
      ****************************************************************
      *CA FILE STATUS SECTION                                        *
      *A FILE THAT IS NOT BOTH OPEN AND ENABLED IS OUT OF TOLERANCE -*
      *WORDGAME'S RESULTS AND GUESSES GO TO THE HOLDING QUEUES, NOT  *
      *THE FILE, UNTIL IT IS                                         *
      ****************************************************************
       CA-FILE-STATUS SECTION.
           MOVE 'N' TO WS-ITEM-WARN
           MOVE SPACES TO WS-FILE-LINE
           MOVE WS-FILE-NAME TO WFL-NAME

           EXEC CICS INQUIRE
             FILE(WS-FILE-NAME)
             OPENSTATUS(WS-OPEN-CVDA)
             ENABLESTATUS(WS-ENABLE-CVDA)
             RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'UNKNOWN' TO WFL-OPEN
              MOVE 'NOT FOUND' TO WFL-ENABLE
              MOVE 'Y' TO WS-ITEM-WARN
           ELSE
              EVALUATE WS-OPEN-CVDA
              WHEN DFHVALUE(OPEN)
                MOVE 'OPEN' TO WFL-OPEN
              WHEN DFHVALUE(CLOSED)
                MOVE 'CLOSED' TO WFL-OPEN
                MOVE 'Y' TO WS-ITEM-WARN
              WHEN OTHER
                MOVE 'CHANGING' TO WFL-OPEN
                MOVE 'Y' TO WS-ITEM-WARN
              END-EVALUATE

              EVALUATE WS-ENABLE-CVDA
              WHEN DFHVALUE(ENABLED)
                MOVE 'ENABLED' TO WFL-ENABLE
              WHEN DFHVALUE(DISABLED)
                MOVE 'DISABLED' TO WFL-ENABLE
                MOVE 'Y' TO WS-ITEM-WARN
              WHEN DFHVALUE(UNENABLED)
                MOVE 'UNENABLED' TO WFL-ENABLE
                MOVE 'Y' TO WS-ITEM-WARN
              WHEN OTHER
                MOVE 'CHANGING' TO WFL-ENABLE
                MOVE 'Y' TO WS-ITEM-WARN
              END-EVALUATE
           END-IF

           IF WS-ITEM-IS-WARN
              ADD 1 TO WS-WARN-COUNT
           END-IF
           .
      ****************************************************************
      *CB CYCLE STATUS SECTION                                       *
      *ANY STEP STILL PENDING IN THE NEWEST CYCLE IS OUT OF TOLERANCE*
      *- EITHER THE CYCLE IS STILL RUNNING OR IT FAILED AND NEEDS    *
      *RESUBMITTING BEFORE THE FLOOR OPENS                           *
      ****************************************************************
       CB-CYCLE-STATUS SECTION.
           MOVE 'N' TO WS-OPENHIST-FLAG
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-DONE-COUNT
           MOVE SPACES TO WS-ST-TABLE

           MOVE SPACES TO CY-RUN-DATE
           EXEC SQL
             SELECT MAX(RUN_DATE)
             INTO   :CY-RUN-DATE :WS-CYCLE-IND
             FROM USER11.CYCLE_CTRL
           END-EXEC

           IF SQLCODE NOT = ZERO OR WS-CYCLE-IND < ZERO
              MOVE 'NO NIGHTLY CYCLE ON FILE' TO HMCYCO
           ELSE
              EXEC SQL
                OPEN CYCSR
              END-EXEC
              PERFORM CB1-FETCH-STEP
              PERFORM CB2-STORE-STEP
                      UNTIL SQLCODE NOT = ZERO
                         OR WS-STEP-COUNT = WS-MAX-STEPS
              EXEC SQL
                CLOSE CYCSR
              END-EXEC

              MOVE CY-RUN-DATE TO WCL-DATE
              MOVE WS-DONE-COUNT TO WCL-DONE
              MOVE WS-STEP-COUNT TO WCL-STEPS
              MOVE WS-CYCLE-LINE TO HMCYCO
              IF WS-DONE-COUNT < WS-STEP-COUNT
                 MOVE DFHBRT TO HMCYCA
                 ADD 1 TO WS-WARN-COUNT
              END-IF

              MOVE WS-ST-LINE(1) TO HMST1O
              IF WS-ST-IS-WARN(1)
                 MOVE DFHBRT TO HMST1A
              END-IF
              MOVE WS-ST-LINE(2) TO HMST2O
              IF WS-ST-IS-WARN(2)
                 MOVE DFHBRT TO HMST2A
              END-IF
              MOVE WS-ST-LINE(3) TO HMST3O
              IF WS-ST-IS-WARN(3)
                 MOVE DFHBRT TO HMST3A
              END-IF
           END-IF
           .
      ****************************************************************
      *CB1 FETCH STEP SECTION                                        *
      ****************************************************************
       CB1-FETCH-STEP SECTION.
           EXEC SQL
             FETCH CYCSR
             INTO  :CY-STEP-NAME, :CY-STEP-STATUS
           END-EXEC
           .
      ****************************************************************
      *CB2 STORE STEP SECTION                                        *
      *PLACES ONE STEP IN THE NEXT SLOT OF WS-ST-TABLE, FOUR TO A    *
      *LINE, AND FLAGS THE LINE WHEN THE STEP IS STILL PENDING       *
      ****************************************************************
       CB2-STORE-STEP SECTION.
           ADD 1 TO WS-STEP-COUNT
           COMPUTE WS-LINE-SUB = (WS-STEP-COUNT - 1) / 4 + 1
           COMPUTE WS-ST-POS =
                   (WS-STEP-COUNT - 1 - (WS-LINE-SUB - 1) * 4) * 15 + 1

           MOVE CY-STEP-NAME TO WSL-NAME
           IF CY-STEP-COMPLETE
              ADD 1 TO WS-DONE-COUNT
              MOVE 'DONE' TO WSL-STATUS
              IF CY-STEP-NAME = 'OPENHIST'
                 SET WS-OPENHIST-DONE TO TRUE
              END-IF
           ELSE
              MOVE 'PEND' TO WSL-STATUS
              MOVE 'Y' TO WS-ST-WARN(WS-LINE-SUB)
           END-IF
           MOVE WS-STEP-LINE TO WS-ST-LINE(WS-LINE-SUB)(WS-ST-POS:15)

           PERFORM CB1-FETCH-STEP
           .
      ****************************************************************
      *CC QUEUE DEPTH SECTION                                        *
      *RECORDS ON GHLD OR GLLD ONCE OPENHIST HAS COMPLETED ARE OUT   *
      *OF TOLERANCE - GAMEFWD SHOULD HAVE DRAINED THEM WHEN THE FILE *
      *WAS REOPENED. WALL IS ONLY SHOWN - WALLBRD DRAINS IT ON EVERY *
      *REFRESH OF THE BOARD, SO A BACKLOG THERE COSTS NOTHING BUT A  *
      *LATE TICKER                                                   *
      ****************************************************************
       CC-QUEUE-DEPTH SECTION.
           MOVE 'N' TO WS-ITEM-WARN
           MOVE SPACES TO WS-QUEUE-LINE
           MOVE WS-QUEUE-NAME TO WQL-NAME
           MOVE ZERO TO WS-NUMITEMS

           EXEC CICS INQUIRE
             TDQUEUE(WS-QUEUE-NAME)
             NUMITEMS(WS-NUMITEMS)
             RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
           WHEN WS-RESP NOT = DFHRESP(NORMAL)
             MOVE ZERO TO WQL-DEPTH
             MOVE 'QUEUE NOT DEFINED' TO WQL-NOTE
             MOVE 'Y' TO WS-ITEM-WARN
           WHEN WS-QUEUE-NAME = 'WALL'
             MOVE WS-NUMITEMS TO WQL-DEPTH
           WHEN WS-NUMITEMS > ZERO AND WS-OPENHIST-DONE
             MOVE WS-NUMITEMS TO WQL-DEPTH
             MOVE 'NOT DRAINED SINCE OPENHIST' TO WQL-NOTE
             MOVE 'Y' TO WS-ITEM-WARN
           WHEN OTHER
             MOVE WS-NUMITEMS TO WQL-DEPTH
           END-EVALUATE

           IF WS-ITEM-IS-WARN
              ADD 1 TO WS-WARN-COUNT
           END-IF
           .
      ****************************************************************
      *CD CKPT STATUS SECTION                                        *
      *THE NEWEST WORDLOAD_CKPT ROW - ONE LEFT 'R' IS A LOAD THAT    *
      *STOPPED PARTWAY AND STILL NEEDS RESUBMITTING                  *
      ****************************************************************
       CD-CKPT-STATUS SECTION.
           EXEC SQL
             SELECT RUN_DATE, LAST_COMMIT_COUNT, CKPT_STATUS
             INTO   :RUN-DATE, :LAST-COMMIT-COUNT, :CKPT-STATUS
             FROM USER11.WORDLOAD_CKPT
             ORDER BY RUN_DATE DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
             MOVE 'NO WORDLOAD CHECKPOINT ON FILE' TO HMCKPO
           WHEN SQLCODE NOT = ZERO
             MOVE 'WORDLOAD CHECKPOINT READ FAILED' TO HMCKPO
             MOVE DFHBRT TO HMCKPA
             ADD 1 TO WS-WARN-COUNT
           WHEN OTHER
             MOVE RUN-DATE TO WKL-DATE
             MOVE LAST-COMMIT-COUNT TO WKL-COUNT
             IF CKPT-RUNNING
                MOVE 'RUNNING' TO WKL-STATUS
                MOVE DFHBRT TO HMCKPA
                ADD 1 TO WS-WARN-COUNT
             ELSE
                MOVE 'COMPLETE' TO WKL-STATUS
             END-IF
             MOVE WS-CKPT-LINE TO HMCKPO
           END-EVALUATE
           .
      ****************************************************************
      *CE ACTIVE GAMES SECTION                                       *
      *GAMES IN PROGRESS AND THE STALEST SESSION'S LAST TOUCH - THE  *
      *SAME LAST_TOUCH_TS ACTMON AND GAMEABND WORK FROM. BOTH THE    *
      *OLDEST TOUCH AND ITS AGE ARE NULL WHEN NO GAME IS IN PROGRESS *
      ****************************************************************
       CE-ACTIVE-GAMES SECTION.
           MOVE SPACES TO WS-OLDEST-TS
           MOVE ZERO TO WS-IDLE-MINS
           EXEC SQL
             SELECT COUNT(*), CHAR(MIN(LAST_TOUCH_TS)),
                    TIMESTAMPDIFF(4,
                      CHAR(CURRENT TIMESTAMP - MIN(LAST_TOUCH_TS)))
             INTO   :WS-GAME-COUNT,
                    :WS-OLDEST-TS :WS-OLDEST-IND,
                    :WS-IDLE-MINS :WS-IDLE-IND
             FROM USER11.ACTIVEGAME
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'ACTIVEGAME READ FAILED' TO HMACTO
             MOVE DFHBRT TO HMACTA
             ADD 1 TO WS-WARN-COUNT
           WHEN WS-GAME-COUNT = ZERO OR WS-OLDEST-IND < ZERO
             MOVE 'ACTIVE GAMES    0' TO HMACTO
           WHEN OTHER
             MOVE WS-GAME-COUNT TO WAL-COUNT
             MOVE WS-OLDEST-TS(1:16) TO WAL-TOUCH
             MOVE WS-IDLE-MINS TO WAL-MINS
             MOVE WS-ACTIVE-LINE TO HMACTO
             IF WS-IDLE-MINS >= WS-STALE-MINUTES
                MOVE DFHBRT TO HMACTA
                ADD 1 TO WS-WARN-COUNT
             END-IF
           END-EVALUATE
           .
      ****************************************************************
      *D SEND MAP SECTION                                            *
      ****************************************************************
       D-SEND-MAP SECTION.
           EXEC CICS SEND
             MAP     ('HMSCR')
             MAPSET  ('HLTHMON')
             FROM    (HMSCRO)
             ERASE
           END-EXEC
           .
      ****************************************************************
      *E SEND DATA SECTION                                           *
      ****************************************************************
       E-SEND-DATA SECTION.
           EXEC CICS SEND
             MAP     ('HMSCR')
             MAPSET  ('HLTHMON')
             FROM    (HMSCRO)
             DATAONLY
           END-EXEC
           .
