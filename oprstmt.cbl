      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSTMT.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMEHIST ASSIGN TO GAMEHIST
                  ORGANIZATION IS SEQUENTIAL.
           SELECT GUESSLOG ASSIGN TO GUESSLOG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT STMTOUT  ASSIGN TO STMTOUT
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GAMEHIST
           RECORDING MODE IS F.
       COPY GAMEHIST.

       FD  GUESSLOG
           RECORDING MODE IS F.
       COPY GUESSLOG.

       FD  STMTOUT
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01 WS-GH-COUNT          PIC 9(07) VALUE 0.
       01 WS-GL-COUNT          PIC 9(07) VALUE 0.
       01 WS-DROPPED-COUNT     PIC 9(07) VALUE 0.

      * THE MONTH BEING STATED - THE LAST COMPLETE CALENDAR MONTH BY
      * DEFAULT, OR THE ONE GIVEN IN THE PARM AS 'YYYY-MM'. THE KEY
      * IS THE SAME MONTH IN GH-PLAY-DATE'S YYYYMMDD FORM
       01 WS-PARM-DATE         PIC X(10).
       01 WS-MONTH             PIC X(07).
       01 WS-MONTH-KEY         PIC X(06).

       01 WS-SEARCH-SUB        PIC 9(05) COMP.
       01 WS-GAME-SUB          PIC 9(05) COMP.
       01 WS-OP-SUB            PIC 9(04) COMP.
       01 WS-BEST-SUB          PIC 9(04) COMP.
       01 WS-PRINT-SUB         PIC 9(04) COMP.
       01 WS-WEEK-SUB          PIC 9(04) COMP.
       01 WS-SHIFT-NUM         PIC 9(01).
       01 WS-SHIFT-NAME        PIC X(12).
       01 WS-DAY-NUM           PIC 9(02).
       01 WS-THIS-PCT          PIC S9(3)V9(2) USAGE COMP-3.
       01 WS-LOSS-LINES        PIC 9(05).

      * THE GAME CURRENTLY BEING LOOKED UP IN WS-GAME-TABLE
       01 WS-CUR-OPID          PIC X(03).
       01 WS-CUR-GAME-TS       PIC S9(15) USAGE COMP-3.

      * EVERY LIVE GAME STARTED IN THE MONTH, KEYED THE SAME WAY
      * GUESSLOG IS - THE OUTCOME IS TAKEN FROM THE LAST RECORD SEEN
      * FOR THE GAME, THE SAME WAY GUESSRPT TABLES ITS GAMES, SO AN
      * ABANDONED SESSION RESUMED AND FINISHED AFTER THE SWEEP ENDS
      * UP WITH ITS REAL RESULT, AND A GAME VOIDED FROM GLINQ ENDS UP
      * 'V' OFF ITS REVERSING RECORD AND IS LEFT OFF THE STATEMENT.
      * SIZED FOR 200 OPERATORS PLAYING TEN GAMES EACH WORKING DAY,
      * WITH ROOM TO SPARE. GAMES PAST THE LIMIT ARE COUNTED ON THE
      * TOTALS PAGE, WHICH THEN WARNS THE STATEMENTS ARE SHORT
       01 WS-MAX-GAMES         PIC 9(05) COMP VALUE 60000.
       01 WS-GAME-COUNT        PIC 9(05) COMP VALUE 0.
       01 WS-GAME-TABLE.
           02  WS-GM-ENTRY OCCURS 60000 TIMES.
               03  WS-GM-OPID         PIC X(03).
               03  WS-GM-GAME-TS      PIC S9(15) USAGE COMP-3.
               03  WS-GM-PLAY-DATE    PIC X(08).
               03  WS-GM-WORD         PIC X(30).
               03  WS-GM-CATEGORY     PIC X(10).
               03  WS-GM-DIFFICULTY   PIC X(06).
               03  WS-GM-SHIFT        PIC 9(01).
               03  WS-GM-HINTS        PIC 9(03).
               03  WS-GM-OUTCOME      PIC X(01).
                   88  WS-GM-WON                VALUE 'Y'.
                   88  WS-GM-LOST               VALUE 'N'.
                   88  WS-GM-ABANDONED          VALUE 'A'.
                   88  WS-GM-VOIDED             VALUE 'V'.

      * ONE STATEMENT PER OPERATOR, FOUND-OR-ADDED THE SAME WAY
      * GAMESUSP'S OPERATOR TABLE WORKS. WEEK 1 IS DAYS 01-07 OF THE
      * MONTH, WEEK 2 DAYS 08-14 AND SO ON, WEEK 5 TAKING WHATEVER IS
      * LEFT. AN OPERATOR'S SHIFT IS THE ONE THEY PLAYED MOST OF THE
      * MONTH'S GAMES IN, AND THEIR RANK IS BY WIN RATE AGAINST THE
      * OTHER OPERATORS OF THAT SHIFT - MORE GAMES BREAKS A TIE
       01 WS-MAX-OPS           PIC 9(04) COMP VALUE 200.
       01 WS-OP-COUNT          PIC 9(04) COMP VALUE 0.
       01 WS-OP-TABLE.
           02  WS-OP-ENTRY OCCURS 200 TIMES.
               03  WS-OP-ID           PIC X(03).
               03  WS-OP-GAMES        PIC 9(07).
               03  WS-OP-WINS         PIC 9(07).
               03  WS-OP-LOSSES       PIC 9(07).
               03  WS-OP-ABANDONS     PIC 9(07).
               03  WS-OP-HINTS        PIC 9(07).
               03  WS-OP-STREAK       PIC 9(05).
               03  WS-OP-BEST-STREAK  PIC 9(05).
               03  WS-OP-SHIFT-GAMES  PIC 9(07) OCCURS 3 TIMES.
               03  WS-OP-SHIFT        PIC 9(01).
               03  WS-OP-PCT          PIC S9(3)V9(2) USAGE COMP-3.
               03  WS-OP-RANK         PIC 9(05).
               03  WS-OP-SHIFT-SIZE   PIC 9(05).
               03  WS-OP-WEEK OCCURS 5 TIMES.
                   04  WS-OP-WK-GAMES PIC 9(05).
                   04  WS-OP-WK-WINS  PIC 9(05).
               03  WS-OP-PRINTED      PIC X(01).
                   88  WS-OP-IS-PRINTED         VALUE 'Y'.

       01 WS-WEEK-DAYS-LIST.
           02  FILLER          PIC X(06) VALUE '01-07 '.
           02  FILLER          PIC X(06) VALUE '08-14 '.
           02  FILLER          PIC X(06) VALUE '15-21 '.
           02  FILLER          PIC X(06) VALUE '22-28 '.
           02  FILLER          PIC X(06) VALUE '29-END'.
       01 WS-WEEK-DAYS REDEFINES WS-WEEK-DAYS-LIST.
           02  WS-WEEK-DAYS-ENTRY OCCURS 5 TIMES
                               PIC X(06).

       01 WS-RULE-LINE.
           02  FILLER          PIC X(72) VALUE ALL '-'.
       01 WS-HEADING1.
           02  FILLER          PIC X(29) VALUE
                                     'MONTHLY OPERATOR STATEMENT - '.
           02  WH1-MONTH       PIC X(07).
           02  FILLER          PIC X(12) VALUE '   OPERATOR '.
           02  WH1-OPID        PIC X(03).
       01 WS-STAT-LINE.
           02  WSL-LABEL       PIC X(24).
           02  WSL-COUNT       PIC ZZZ,ZZ9.
       01 WS-PCT-LINE.
           02  FILLER          PIC X(24) VALUE
                                     'WIN RATE              :'.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WPL-PCT         PIC ZZ9.9.
           02  FILLER          PIC X(01) VALUE '%'.
       01 WS-SHIFT-LINE.
           02  FILLER          PIC X(24) VALUE
                                     'SHIFT                 :'.
           02  WSH-NAME        PIC X(12).
       01 WS-RANK-LINE.
           02  FILLER          PIC X(24) VALUE
                                     'RANK IN SHIFT         :'.
           02  WRL-RANK        PIC ZZZ,ZZ9.
           02  FILLER          PIC X(04) VALUE ' OF '.
           02  WRL-SIZE        PIC ZZ,ZZ9.

       01 WS-HEADING2.
           02  FILLER          PIC X(22) VALUE
                                     'WEEK-BY-WEEK WIN RATE'.
       01 WS-HEADING2A.
           02  FILLER          PIC X(38) VALUE
             'WEEK  DAYS      GAMES     WINS    WIN%'.
       01 WS-WEEK-LINE.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WWL-WEEK        PIC 9(01).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  WWL-DAYS        PIC X(06).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WWL-GAMES       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WWL-WINS        PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WWL-PCT         PIC ZZ9.9.
           02  FILLER          PIC X(01) VALUE '%'.

       01 WS-HEADING3.
           02  FILLER          PIC X(14) VALUE 'WORDS LOST ON'.
       01 WS-HEADING3A.
           02  FILLER          PIC X(42) VALUE
             'DATE      WORD'.
           02  FILLER          PIC X(16) VALUE
             'CATEGORY    DIFF'.
       01 WS-LOSS-LINE.
           02  WLL-DATE        PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WLL-WORD        PIC X(30).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WLL-CATEGORY    PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WLL-DIFFICULTY  PIC X(06).
       01 WS-NO-LOSS-LINE.
           02  FILLER          PIC X(14) VALUE '  (NONE)'.

       01 WS-TOTALS-LINE1.
           02  FILLER          PIC X(24) VALUE
                                     'GAMEHIST RECORDS READ :'.
           02  WT-GH-READ      PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           02  FILLER          PIC X(24) VALUE
                                     'GUESSLOG RECORDS READ :'.
           02  WT-GL-READ      PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           02  FILLER          PIC X(24) VALUE
                                     'GAMES IN MONTH        :'.
           02  WT-GAMES        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           02  FILLER          PIC X(24) VALUE
                                     'STATEMENTS PRINTED    :'.
           02  WT-OPERATORS    PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           02  FILLER          PIC X(24) VALUE
                                     'GAMES OVER TABLE LIMIT:'.
           02  WT-DROPPED      PIC ZZZ,ZZ9.
       01 WS-WARN-LINE.
           02  FILLER          PIC X(50) VALUE
               '*** WARNING - STATEMENTS INCOMPLETE, GAMES OR'.
           02  FILLER          PIC X(30) VALUE
               'OPERATORS OVER TABLE LIMIT ***'.
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(34) VALUE
                     'PARM MUST BE A MONTH YYYY-MM'.

       COPY SUGGEST.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           02  PARM-LENGTH          PIC S9(4) USAGE COMP.
           02  PARM-TEXT            PIC X(07).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION USING PARM-AREA.
      ****************************************************************
      *A MAIN SECTION                                                *
      *ONE PRINTED STATEMENT PER OPERATOR FOR THE MONTHLY INCENTIVE  *
      *REVIEW - GAMES, WINS, LOSSES AND ABANDONS, A WEEK-BY-WEEK WIN *
      *RATE, BEST WINNING STREAK, HINTS USED, THE WORDS LOST ON AND  *
      *RANK AGAINST THE REST OF THE OPERATOR'S SHIFT. PRACTICE AND   *
      *VOIDED GAMES ARE LEFT OUT THE SAME AS ON EVERY OTHER REPORT.  *
      *RUN BY NIGHTCYC IN THE FIRST CYCLE OF A NEW MONTH FOR THE     *
      *MONTH JUST ENDED, OR WITH A PARM OF 'YYYY-MM' TO RESTATE ONE  *
      *EARLIER MONTH                                                 *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT STMTOUT

           PERFORM B-SET-MONTH
           IF RETURN-CODE = ZERO
              OPEN INPUT GAMEHIST
              OPEN INPUT GUESSLOG

              PERFORM C-SCAN-GAMEHIST
              PERFORM D-SCAN-GUESSLOG
              PERFORM E-BUILD-OPERATORS
              PERFORM F-RANK-OPERATORS
              PERFORM G-PRINT-STATEMENTS
              PERFORM H-PRINT-TOTALS

              CLOSE GAMEHIST
              CLOSE GUESSLOG
           END-IF

           CLOSE STMTOUT
           STOP RUN
           .
      ****************************************************************
      *B SET MONTH SECTION                                           *
      *THE DEFAULT IS THE MONTH ENDING ON THE LAST DAY BEFORE THE 1ST*
      *OF THIS ONE. A PARM MONTH IS CHECKED BY HAVING DB2 TURN ITS   *
      *FIRST DAY INTO A DATE                                         *
      ****************************************************************
       B-SET-MONTH SECTION.
           MOVE SPACES TO WS-PARM-DATE
           IF PARM-LENGTH = 7
              STRING PARM-TEXT(1:7) '-01' DELIMITED BY SIZE
                  INTO WS-PARM-DATE
              END-STRING
           END-IF

           EVALUATE TRUE
           WHEN PARM-LENGTH = ZERO
             EXEC SQL
               SELECT CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
               INTO   :WS-PARM-DATE
               FROM SYSIBM.SYSDUMMY1
             END-EXEC
           WHEN WS-PARM-DATE NOT = SPACES
             EXEC SQL
               SELECT CHAR(DATE(:WS-PARM-DATE), ISO)
               INTO   :WS-PARM-DATE
               FROM SYSIBM.SYSDUMMY1
             END-EXEC
           END-EVALUATE

           IF WS-PARM-DATE = SPACES OR SQLCODE NOT = ZERO
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-PARM-DATE(1:7) TO WS-MONTH
              MOVE WS-PARM-DATE(1:4) TO WS-MONTH-KEY(1:4)
              MOVE WS-PARM-DATE(6:2) TO WS-MONTH-KEY(5:2)
           END-IF
           .
      ****************************************************************
      *C SCAN GAMEHIST SECTION                                       *
      *FIRST PASS - TABLES EVERY LIVE GAME STARTED IN THE MONTH, AND *
      *CARRIES EACH ONE'S OUTCOME FORWARD TO ITS LAST RECORD         *
      ****************************************************************
       C-SCAN-GAMEHIST SECTION.
           PERFORM CA-READ-GAMEHIST
           PERFORM CB-NOTE-RECORD UNTIL WS-EOF
           .
      ****************************************************************
      *CA READ GAMEHIST SECTION                                      *
      ****************************************************************
       CA-READ-GAMEHIST SECTION.
           READ GAMEHIST
              AT END SET WS-EOF TO TRUE
           END-READ
           .
      ****************************************************************
      *CB NOTE RECORD SECTION                                        *
      *A RECORD FOR A GAME ALREADY TABLED - THE FINISH OF A RESUMED  *
      *SESSION OR A VOID'S REVERSAL, WHICHEVER MONTH IT LANDED IN -  *
      *UPDATES THAT GAME'S OUTCOME. OTHERWISE A LIVE RECORD PLAYED IN*
      *THE MONTH STARTS A NEW ENTRY. PRACTICE SESSIONS ARE OFF THE   *
      *RECORD THE SAME WAY GAMERPT TREATS THEM, AND A PRE-CONVERSION *
      *RECORD (NO GAME TIMESTAMP) CANNOT BE MATCHED TO ANY OTHER, SO *
      *IT ALWAYS STANDS AS A GAME OF ITS OWN                         *
      ****************************************************************
       CB-NOTE-RECORD SECTION.
           ADD 1 TO WS-GH-COUNT

           MOVE ZERO TO WS-GAME-SUB
           IF GH-GAME-TS NOT = ZERO
              MOVE GH-OPID TO WS-CUR-OPID
              MOVE GH-GAME-TS TO WS-CUR-GAME-TS
              PERFORM W-FIND-GAME
           END-IF

           EVALUATE TRUE
           WHEN WS-GAME-SUB NOT = ZERO
             MOVE GH-WIN-FLAG TO WS-GM-OUTCOME(WS-GAME-SUB)
           WHEN GH-LIVE AND NOT GH-VOIDED
                AND GH-PLAY-DATE(1:6) = WS-MONTH-KEY
             PERFORM CC-ADD-GAME
           END-EVALUATE

           PERFORM CA-READ-GAMEHIST
           .
      ****************************************************************
      *CC ADD GAME SECTION                                           *
      ****************************************************************
       CC-ADD-GAME SECTION.
           IF WS-GAME-COUNT < WS-MAX-GAMES
              ADD 1 TO WS-GAME-COUNT
              MOVE WS-GAME-COUNT TO WS-GAME-SUB
              PERFORM CD-DETERMINE-SHIFT
              MOVE GH-OPID TO WS-GM-OPID(WS-GAME-SUB)
              MOVE GH-GAME-TS TO WS-GM-GAME-TS(WS-GAME-SUB)
              MOVE GH-PLAY-DATE TO WS-GM-PLAY-DATE(WS-GAME-SUB)
              MOVE GH-WORD TO WS-GM-WORD(WS-GAME-SUB)
              MOVE GH-CATEGORY TO WS-GM-CATEGORY(WS-GAME-SUB)
              MOVE GH-DIFFICULTY TO WS-GM-DIFFICULTY(WS-GAME-SUB)
              MOVE WS-SHIFT-NUM TO WS-GM-SHIFT(WS-GAME-SUB)
              MOVE ZERO TO WS-GM-HINTS(WS-GAME-SUB)
              MOVE GH-WIN-FLAG TO WS-GM-OUTCOME(WS-GAME-SUB)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF
           .
      ****************************************************************
      *CD DETERMINE SHIFT SECTION                                    *
      *SAME SHIFT BOUNDARIES AS GAMERPT'S CA-DETERMINE-SHIFT -       *
      *1=DAY (0800-1559) 2=EVENING (1600-2359) 3=NIGHT (0000-0759)   *
      ****************************************************************
       CD-DETERMINE-SHIFT SECTION.
           EVALUATE TRUE
           WHEN GH-PLAY-TIME(1:2) < '08'
             MOVE 3 TO WS-SHIFT-NUM
           WHEN GH-PLAY-TIME(1:2) < '16'
             MOVE 1 TO WS-SHIFT-NUM
           WHEN OTHER
             MOVE 2 TO WS-SHIFT-NUM
           END-EVALUATE
           .
      ****************************************************************
      *D SCAN GUESSLOG SECTION                                       *
      *SECOND PASS - COUNTS THE HINTS TAKEN IN EACH TABLED GAME.     *
      *GUESSLOG IS KEYED OPID/GAME TIMESTAMP/SEQUENCE, SO EACH GAME'S*
      *GUESSES ARRIVE TOGETHER AND THE GAME IS LOOKED UP ONCE, ON ITS*
      *FIRST GUESS - PRACTICE GAMES AND GAMES FROM OTHER MONTHS ARE  *
      *NOT IN THE TABLE AND SO ARE PASSED OVER                       *
      ****************************************************************
       D-SCAN-GUESSLOG SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WS-CUR-OPID
           MOVE ZERO TO WS-CUR-GAME-TS
           MOVE ZERO TO WS-GAME-SUB
           PERFORM DA-READ-GUESSLOG
           PERFORM DB-TALLY-HINT UNTIL WS-EOF
           .
      ****************************************************************
      *DA READ GUESSLOG SECTION                                      *
      ****************************************************************
       DA-READ-GUESSLOG SECTION.
           READ GUESSLOG
              AT END SET WS-EOF TO TRUE
           END-READ
           .
      ****************************************************************
      *DB TALLY HINT SECTION                                         *
      ****************************************************************
       DB-TALLY-HINT SECTION.
           ADD 1 TO WS-GL-COUNT

           IF GL-OPID NOT = WS-CUR-OPID
              OR GL-GAME-TS NOT = WS-CUR-GAME-TS
              MOVE GL-OPID TO WS-CUR-OPID
              MOVE GL-GAME-TS TO WS-CUR-GAME-TS
              MOVE ZERO TO WS-GAME-SUB
              IF GL-GAME-TS NOT = ZERO
                 PERFORM W-FIND-GAME
              END-IF
           END-IF

           IF WS-GAME-SUB NOT = ZERO AND GL-HINT-GUESS
              ADD 1 TO WS-GM-HINTS(WS-GAME-SUB)
           END-IF

           PERFORM DA-READ-GUESSLOG
           .
      ****************************************************************
      *E BUILD OPERATORS SECTION                                     *
      *TALLIES THE GAME TABLE INTO THE OPERATOR TABLE, IN THE ORDER  *
      *THE GAMES WERE STARTED SO THE STREAKS RUN IN PLAYING ORDER    *
      ****************************************************************
       E-BUILD-OPERATORS SECTION.
           PERFORM EA-TALLY-GAME
                   VARYING WS-GAME-SUB FROM 1 BY 1
                   UNTIL WS-GAME-SUB > WS-GAME-COUNT
           .
      ****************************************************************
      *EA TALLY GAME SECTION                                         *
      ****************************************************************
       EA-TALLY-GAME SECTION.
           IF NOT WS-GM-VOIDED(WS-GAME-SUB)
              PERFORM EB-FIND-OPERATOR
              IF WS-OP-SUB = ZERO
                 PERFORM EC-ADD-OPERATOR
              END-IF
              IF WS-OP-SUB = ZERO
                 ADD 1 TO WS-DROPPED-COUNT
              ELSE
                 PERFORM ED-TALLY-OPERATOR
              END-IF
           END-IF
           .
      ****************************************************************
      *EB FIND OPERATOR SECTION                                      *
      *LINEAR SEARCH OF WS-OP-TABLE FOR THE GAME'S OPID - SETS       *
      *WS-OP-SUB TO ZERO WHEN NOT PRESENT                            *
      ****************************************************************
       EB-FIND-OPERATOR SECTION.
           MOVE ZERO TO WS-OP-SUB
           MOVE 1 TO WS-SEARCH-SUB
           PERFORM EB1-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB > WS-OP-COUNT
                      OR WS-OP-SUB NOT = ZERO
           .
       EB1-SEARCH-STEP SECTION.
           IF WS-OP-ID(WS-SEARCH-SUB) = WS-GM-OPID(WS-GAME-SUB)
              MOVE WS-SEARCH-SUB TO WS-OP-SUB
           ELSE
              ADD 1 TO WS-SEARCH-SUB
           END-IF
           .
      ****************************************************************
      *EC ADD OPERATOR SECTION                                       *
      ****************************************************************
       EC-ADD-OPERATOR SECTION.
           IF WS-OP-COUNT < WS-MAX-OPS
              ADD 1 TO WS-OP-COUNT
              MOVE WS-OP-COUNT TO WS-OP-SUB
              INITIALIZE WS-OP-ENTRY(WS-OP-SUB)
              MOVE WS-GM-OPID(WS-GAME-SUB) TO WS-OP-ID(WS-OP-SUB)
              MOVE 'N' TO WS-OP-PRINTED(WS-OP-SUB)
           END-IF
           .
      ****************************************************************
      *ED TALLY OPERATOR SECTION                                     *
      *ABANDONED SESSIONS HAVE NO OUTCOME - THEY COUNT TOWARDS THE   *
      *OPERATOR'S SHIFT BUT NOT THE WIN RATE, AND NEITHER EXTEND NOR *
      *BREAK A STREAK                                                *
      ****************************************************************
       ED-TALLY-OPERATOR SECTION.
           ADD 1 TO WS-OP-SHIFT-GAMES(WS-OP-SUB,
                                      WS-GM-SHIFT(WS-GAME-SUB))
           ADD WS-GM-HINTS(WS-GAME-SUB) TO WS-OP-HINTS(WS-OP-SUB)

           MOVE WS-GM-PLAY-DATE(WS-GAME-SUB)(7:2) TO WS-DAY-NUM
           COMPUTE WS-WEEK-SUB = (WS-DAY-NUM - 1) / 7 + 1
           EVALUATE TRUE
           WHEN WS-WEEK-SUB < 1
             MOVE 1 TO WS-WEEK-SUB
           WHEN WS-WEEK-SUB > 5
             MOVE 5 TO WS-WEEK-SUB
           END-EVALUATE

           EVALUATE TRUE
           WHEN WS-GM-ABANDONED(WS-GAME-SUB)
             ADD 1 TO WS-OP-ABANDONS(WS-OP-SUB)
           WHEN WS-GM-WON(WS-GAME-SUB)
             ADD 1 TO WS-OP-GAMES(WS-OP-SUB)
             ADD 1 TO WS-OP-WINS(WS-OP-SUB)
             ADD 1 TO WS-OP-WK-GAMES(WS-OP-SUB, WS-WEEK-SUB)
             ADD 1 TO WS-OP-WK-WINS(WS-OP-SUB, WS-WEEK-SUB)
             ADD 1 TO WS-OP-STREAK(WS-OP-SUB)
             IF WS-OP-STREAK(WS-OP-SUB) > WS-OP-BEST-STREAK(WS-OP-SUB)
                MOVE WS-OP-STREAK(WS-OP-SUB)
                  TO WS-OP-BEST-STREAK(WS-OP-SUB)
             END-IF
           WHEN WS-GM-LOST(WS-GAME-SUB)
             ADD 1 TO WS-OP-GAMES(WS-OP-SUB)
             ADD 1 TO WS-OP-LOSSES(WS-OP-SUB)
             ADD 1 TO WS-OP-WK-GAMES(WS-OP-SUB, WS-WEEK-SUB)
             MOVE ZERO TO WS-OP-STREAK(WS-OP-SUB)
           END-EVALUATE
           .
      ****************************************************************
      *F RANK OPERATORS SECTION                                      *
      *SETTLES EACH OPERATOR'S SHIFT AND WIN RATE FIRST, THEN RANKS  *
      *EVERY OPERATOR AGAINST THE OTHERS OF THE SAME SHIFT           *
      ****************************************************************
       F-RANK-OPERATORS SECTION.
           PERFORM FA-SET-SHIFT
                   VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
           PERFORM FB-RANK-ONE
                   VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
           .
      ****************************************************************
      *FA SET SHIFT SECTION                                          *
      *THE SHIFT WITH THE MOST GAMES - A TIE GOES TO THE SHIFT       *
      *GAMERPT LISTS FIRST (DAY, THEN EVENING, THEN NIGHT)           *
      ****************************************************************
       FA-SET-SHIFT SECTION.
           MOVE 1 TO WS-OP-SHIFT(WS-OP-SUB)
           IF WS-OP-SHIFT-GAMES(WS-OP-SUB, 2)
                 > WS-OP-SHIFT-GAMES(WS-OP-SUB, 1)
              MOVE 2 TO WS-OP-SHIFT(WS-OP-SUB)
           END-IF
           IF WS-OP-SHIFT-GAMES(WS-OP-SUB, 3)
                 > WS-OP-SHIFT-GAMES(WS-OP-SUB, WS-OP-SHIFT(WS-OP-SUB))
              MOVE 3 TO WS-OP-SHIFT(WS-OP-SUB)
           END-IF

           IF WS-OP-GAMES(WS-OP-SUB) = ZERO
              MOVE ZERO TO WS-OP-PCT(WS-OP-SUB)
           ELSE
              COMPUTE WS-OP-PCT(WS-OP-SUB) ROUNDED =
                      (WS-OP-WINS(WS-OP-SUB) * 100)
                       / WS-OP-GAMES(WS-OP-SUB)
           END-IF
           .
      ****************************************************************
      *FB RANK ONE SECTION                                           *
      *RANK IS ONE PLUS THE NUMBER OF OPERATORS OF THE SAME SHIFT    *
      *AHEAD ON WIN RATE, OR LEVEL ON WIN RATE WITH MORE GAMES -     *
      *OPERATORS LEVEL ON BOTH SHARE A RANK                          *
      ****************************************************************
       FB-RANK-ONE SECTION.
           MOVE 1 TO WS-OP-RANK(WS-OP-SUB)
           MOVE ZERO TO WS-OP-SHIFT-SIZE(WS-OP-SUB)
           PERFORM FB1-COMPARE
                   VARYING WS-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-SEARCH-SUB > WS-OP-COUNT
           .
       FB1-COMPARE SECTION.
           IF WS-OP-SHIFT(WS-SEARCH-SUB) = WS-OP-SHIFT(WS-OP-SUB)
              ADD 1 TO WS-OP-SHIFT-SIZE(WS-OP-SUB)
              EVALUATE TRUE
              WHEN WS-OP-PCT(WS-SEARCH-SUB) > WS-OP-PCT(WS-OP-SUB)
                ADD 1 TO WS-OP-RANK(WS-OP-SUB)
              WHEN WS-OP-PCT(WS-SEARCH-SUB) = WS-OP-PCT(WS-OP-SUB)
                   AND WS-OP-GAMES(WS-SEARCH-SUB)
                         > WS-OP-GAMES(WS-OP-SUB)
                ADD 1 TO WS-OP-RANK(WS-OP-SUB)
              END-EVALUATE
           END-IF
           .
      ****************************************************************
      *G PRINT STATEMENTS SECTION                                    *
      *PRINTS THE STATEMENTS IN OPID ORDER, ONE SELECTION PASS PER   *
      *STATEMENT THE SAME WAY GAMERPT PICKS ITS WORST WORDS          *
      ****************************************************************
       G-PRINT-STATEMENTS SECTION.
           PERFORM GA-PRINT-NEXT
                   VARYING WS-PRINT-SUB FROM 1 BY 1
                   UNTIL WS-PRINT-SUB > WS-OP-COUNT
           .
      ****************************************************************
      *GA PRINT NEXT SECTION                                         *
      ****************************************************************
       GA-PRINT-NEXT SECTION.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM GA1-CHECK-LOWEST
                   VARYING WS-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-SEARCH-SUB > WS-OP-COUNT
           IF WS-BEST-SUB NOT = ZERO
              MOVE WS-BEST-SUB TO WS-OP-SUB
              MOVE 'Y' TO WS-OP-PRINTED(WS-OP-SUB)
              PERFORM GB-PRINT-STATEMENT
           END-IF
           .
       GA1-CHECK-LOWEST SECTION.
           IF NOT WS-OP-IS-PRINTED(WS-SEARCH-SUB)
              IF WS-BEST-SUB = ZERO
                 MOVE WS-SEARCH-SUB TO WS-BEST-SUB
              ELSE
                 IF WS-OP-ID(WS-SEARCH-SUB) < WS-OP-ID(WS-BEST-SUB)
                    MOVE WS-SEARCH-SUB TO WS-BEST-SUB
                 END-IF
              END-IF
           END-IF
           .
      ****************************************************************
      *GB PRINT STATEMENT SECTION                                    *
      ****************************************************************
       GB-PRINT-STATEMENT SECTION.
           WRITE RPT-RECORD FROM WS-RULE-LINE
           MOVE WS-MONTH TO WH1-MONTH
           MOVE WS-OP-ID(WS-OP-SUB) TO WH1-OPID
           WRITE RPT-RECORD FROM WS-HEADING1
           WRITE RPT-RECORD FROM WS-RULE-LINE

           MOVE 'GAMES FINISHED        :' TO WSL-LABEL
           MOVE WS-OP-GAMES(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE
           MOVE 'GAMES WON             :' TO WSL-LABEL
           MOVE WS-OP-WINS(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE
           MOVE 'GAMES LOST            :' TO WSL-LABEL
           MOVE WS-OP-LOSSES(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE
           MOVE 'GAMES ABANDONED       :' TO WSL-LABEL
           MOVE WS-OP-ABANDONS(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE

           MOVE WS-OP-PCT(WS-OP-SUB) TO WPL-PCT
           WRITE RPT-RECORD FROM WS-PCT-LINE

           MOVE 'BEST WINNING STREAK   :' TO WSL-LABEL
           MOVE WS-OP-BEST-STREAK(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE
           MOVE 'HINTS USED            :' TO WSL-LABEL
           MOVE WS-OP-HINTS(WS-OP-SUB) TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE
           PERFORM GE-COUNT-APPROVED
           MOVE 'WORDS SUGGESTED/ADDED :' TO WSL-LABEL
           MOVE SG-COUNT TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STAT-LINE

           EVALUATE WS-OP-SHIFT(WS-OP-SUB)
           WHEN 1
             MOVE 'DAY 0800' TO WS-SHIFT-NAME
           WHEN 2
             MOVE 'EVE 1600' TO WS-SHIFT-NAME
           WHEN OTHER
             MOVE 'NIGHT 0000' TO WS-SHIFT-NAME
           END-EVALUATE
           MOVE WS-SHIFT-NAME TO WSH-NAME
           WRITE RPT-RECORD FROM WS-SHIFT-LINE
           MOVE WS-OP-RANK(WS-OP-SUB) TO WRL-RANK
           MOVE WS-OP-SHIFT-SIZE(WS-OP-SUB) TO WRL-SIZE
           WRITE RPT-RECORD FROM WS-RANK-LINE

           WRITE RPT-RECORD FROM WS-HEADING2
           WRITE RPT-RECORD FROM WS-HEADING2A
           PERFORM GC-PRINT-WEEK
                   VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 5

           WRITE RPT-RECORD FROM WS-HEADING3
           WRITE RPT-RECORD FROM WS-HEADING3A
           MOVE ZERO TO WS-LOSS-LINES
           PERFORM GD-PRINT-LOSS
                   VARYING WS-GAME-SUB FROM 1 BY 1
                   UNTIL WS-GAME-SUB > WS-GAME-COUNT
           IF WS-LOSS-LINES = ZERO
              WRITE RPT-RECORD FROM WS-NO-LOSS-LINE
           END-IF
           .
      ****************************************************************
      *GC PRINT WEEK SECTION                                         *
      ****************************************************************
       GC-PRINT-WEEK SECTION.
           MOVE WS-WEEK-SUB TO WWL-WEEK
           MOVE WS-WEEK-DAYS-ENTRY(WS-WEEK-SUB) TO WWL-DAYS
           MOVE WS-OP-WK-GAMES(WS-OP-SUB, WS-WEEK-SUB) TO WWL-GAMES
           MOVE WS-OP-WK-WINS(WS-OP-SUB, WS-WEEK-SUB) TO WWL-WINS

           IF WS-OP-WK-GAMES(WS-OP-SUB, WS-WEEK-SUB) = ZERO
              MOVE ZERO TO WS-THIS-PCT
           ELSE
              COMPUTE WS-THIS-PCT ROUNDED =
                      (WS-OP-WK-WINS(WS-OP-SUB, WS-WEEK-SUB) * 100)
                       / WS-OP-WK-GAMES(WS-OP-SUB, WS-WEEK-SUB)
           END-IF
           MOVE WS-THIS-PCT TO WWL-PCT

           WRITE RPT-RECORD FROM WS-WEEK-LINE
           .
      ****************************************************************
      *GD PRINT LOSS SECTION                                         *
      *ONE LINE PER LOST GAME OF THIS OPERATOR'S, IN PLAYING ORDER   *
      ****************************************************************
       GD-PRINT-LOSS SECTION.
           IF WS-GM-OPID(WS-GAME-SUB) = WS-OP-ID(WS-OP-SUB)
              AND WS-GM-LOST(WS-GAME-SUB)
              ADD 1 TO WS-LOSS-LINES
              MOVE WS-GM-PLAY-DATE(WS-GAME-SUB) TO WLL-DATE
              MOVE WS-GM-WORD(WS-GAME-SUB) TO WLL-WORD
              MOVE WS-GM-CATEGORY(WS-GAME-SUB) TO WLL-CATEGORY
              MOVE WS-GM-DIFFICULTY(WS-GAME-SUB) TO WLL-DIFFICULTY
              WRITE RPT-RECORD FROM WS-LOSS-LINE
           END-IF
           .
      ****************************************************************
      *GE COUNT APPROVED SECTION                                     *
      *WORDS THE OPERATOR SUGGESTED THROUGH WORDSUG THAT A SUPERVISOR*
      *APPROVED IN THE MONTH - CREDITED TO THE MONTH OF APPROVAL, NOT*
      *OF SUBMISSION, SO EACH WORD IS COUNTED ONCE AND ONLY ONCE IT  *
      *IS ACTUALLY ON FILE                                           *
      ****************************************************************
       GE-COUNT-APPROVED SECTION.
           MOVE WS-OP-ID(WS-OP-SUB) TO SG-SUBMIT-OPID
           INITIALIZE SG-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :SG-COUNT
             FROM USER11.WORD_SUGGEST
             WHERE SUBMIT_OPID = :SG-SUBMIT-OPID
               AND STATUS = 'A'
               AND SUBSTR(CHAR(DATE(REVIEW_TS), ISO), 1, 7) = :WS-MONTH
           END-EXEC

           IF SQLCODE NOT = ZERO
              MOVE ZERO TO SG-COUNT
           END-IF
           .
      ****************************************************************
      *H PRINT TOTALS SECTION                                        *
      ****************************************************************
       H-PRINT-TOTALS SECTION.
           WRITE RPT-RECORD FROM WS-RULE-LINE
           MOVE WS-GH-COUNT TO WT-GH-READ
           MOVE WS-GL-COUNT TO WT-GL-READ
           MOVE WS-GAME-COUNT TO WT-GAMES
           MOVE WS-OP-COUNT TO WT-OPERATORS
           MOVE WS-DROPPED-COUNT TO WT-DROPPED
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           WRITE RPT-RECORD FROM WS-TOTALS-LINE3
           WRITE RPT-RECORD FROM WS-TOTALS-LINE4
           WRITE RPT-RECORD FROM WS-TOTALS-LINE5

      *    A GAME OR OPERATOR LEFT OUT MEANS WRONG FIGURES ON SOMEONE'S
      *    STATEMENT - SAY SO AND END RC 4 SO THE RUN IS LOOKED AT
           IF WS-DROPPED-COUNT > 0
              WRITE RPT-RECORD FROM WS-WARN-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      ****************************************************************
      *W FIND GAME SECTION                                           *
      *LINEAR SEARCH OF WS-GAME-TABLE FOR WS-CUR-OPID/WS-CUR-GAME-TS *
      *- SETS WS-GAME-SUB TO ZERO WHEN NOT PRESENT. IT SEARCHES FROM *
      *THE NEWEST GAME BACK, AS A GAME'S LATER RECORDS FOLLOW CLOSE  *
      *BEHIND ITS FIRST                                              *
      ****************************************************************
       W-FIND-GAME SECTION.
           MOVE ZERO TO WS-GAME-SUB
           MOVE WS-GAME-COUNT TO WS-SEARCH-SUB
           PERFORM W1-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB = ZERO
                      OR WS-GAME-SUB NOT = ZERO
           .
       W1-SEARCH-STEP SECTION.
           IF WS-GM-OPID(WS-SEARCH-SUB) = WS-CUR-OPID
              AND WS-GM-GAME-TS(WS-SEARCH-SUB) = WS-CUR-GAME-TS
              MOVE WS-SEARCH-SUB TO WS-GAME-SUB
           ELSE
              SUBTRACT 1 FROM WS-SEARCH-SUB
           END-IF
           .
