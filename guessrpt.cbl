      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSRPT.
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
           SELECT PACERPT  ASSIGN TO PACERPT
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

       FD  PACERPT
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01 WS-GH-COUNT          PIC 9(07) VALUE 0.
       01 WS-GL-COUNT          PIC 9(07) VALUE 0.
       01 WS-GL-UNMATCHED      PIC 9(07) VALUE 0.
       01 WS-DROPPED-COUNT     PIC 9(07) VALUE 0.

      * THE PLAY DATES REPORTED ON - EVERY GAME IN THE TRAIL BY
      * DEFAULT, OR ONLY THOSE STARTED BETWEEN THE TWO DATES GIVEN IN
      * THE PARM AS 'YYYYMMDD-YYYYMMDD', GH-PLAY-DATE'S OWN FORM
       01 WS-FROM-DATE         PIC X(08) VALUE '00000000'.
       01 WS-TO-DATE           PIC X(08) VALUE '99999999'.

       01 WS-SEARCH-SUB        PIC 9(05) COMP.
       01 WS-FOUND-SUB         PIC 9(05) COMP.
       01 WS-GAME-SUB          PIC 9(05) COMP.
       01 WS-CD-SUB            PIC 9(04) COMP.
       01 WS-DU-SUB            PIC 9(04) COMP.
       01 WS-LTR-SUB           PIC 9(04) COMP.
       01 WS-SEQ-SUB           PIC 9(04) COMP.
       01 WS-SHIFT-NUM         PIC 9(01).
       01 WS-SHIFT-NAME        PIC X(12).
       01 WS-THIS-PCT          PIC S9(3)V9(2) USAGE COMP-3.

       01 WS-ALPHABET          PIC X(26) VALUE
                                     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * A GAP BETWEEN TWO GUESSES LONGER THAN THIS IS THE OPERATOR
      * WALKING AWAY, NOT THINKING - THE SAME 30 MINUTES GAMEABND
      * WAITS BEFORE IT SWEEPS A SESSION - SO IT IS COUNTED AS A STALL
      * AND LEFT OUT OF THE GAME'S PLAYING TIME
       01 WS-STALL-SECONDS     PIC 9(07) VALUE 1800.

      * EVERY LIVE GAME IN GAMEHIST, KEYED THE SAME WAY GUESSLOG IS -
      * THE OUTCOME IS TAKEN FROM THE LAST RECORD SEEN FOR THE GAME,
      * SO AN ABANDONED SESSION RESUMED AND FINISHED AFTER THE SWEEP
      * ENDS UP WITH ITS REAL RESULT, AND A GAME VOIDED FROM GLINQ
      * ENDS UP 'V' OFF ITS REVERSING RECORD. SIZED FOR A MONTH OF
      * 200 OPERATORS PLAYING TEN GAMES EACH WORKING DAY, WITH ROOM
      * TO SPARE - A LONGER RANGE CAN STILL OUTGROW IT, SO GAMES PAST
      * THE LIMIT ARE COUNTED AND THE REPORT WARNS IT IS SHORT
       01 WS-MAX-GAMES         PIC 9(05) COMP VALUE 60000.
       01 WS-GAME-COUNT        PIC 9(05) COMP VALUE 0.
       01 WS-GAME-TABLE.
           02  WS-GM-ENTRY OCCURS 60000 TIMES.
               03  WS-GM-OPID         PIC X(03).
               03  WS-GM-GAME-TS      PIC S9(15) USAGE COMP-3.
               03  WS-GM-CATEGORY     PIC X(10).
               03  WS-GM-DIFFICULTY   PIC X(06).
               03  WS-GM-OUTCOME      PIC X(01).
                   88  WS-GM-WON                VALUE 'Y'.
                   88  WS-GM-LOST               VALUE 'N'.
                   88  WS-GM-FINISHED           VALUE 'Y' 'N'.
                   88  WS-GM-VOIDED             VALUE 'V'.

      * OPENING LETTER - THE FIRST LETTER GUESSED IN EACH GAME, ONE
      * ENTRY PER LETTER OF WS-ALPHABET
       01 WS-OPEN-TABLE.
           02  WS-OP-ENTRY OCCURS 26 TIMES.
               03  WS-OP-PICKS        PIC 9(07).
               03  WS-OP-WINS         PIC 9(07).
               03  WS-OP-LOSSES       PIC 9(07).
       01 WS-OPEN-TOTAL        PIC 9(07) VALUE 0.

      * LETTER GUESSES AND HITS PER CATEGORY/DIFFICULTY
       01 WS-MAX-CD            PIC 9(04) COMP VALUE 50.
       01 WS-CD-COUNT          PIC 9(04) COMP VALUE 0.
       01 WS-CD-TABLE.
           02  WS-CD-ENTRY OCCURS 50 TIMES.
               03  WS-CD-CATEGORY     PIC X(10).
               03  WS-CD-DIFFICULTY   PIC X(06).
               03  WS-CD-LETTER OCCURS 26 TIMES.
                   04  WS-CD-GUESSES  PIC 9(07).
                   04  WS-CD-HITS     PIC 9(07).

      * GUESSES AND HINTS BY POSITION IN THE GAME - THE LAST SLOT
      * COLLECTS EVERYTHING FROM GUESS 21 ON
       01 WS-MAX-SEQ           PIC 9(04) COMP VALUE 21.
       01 WS-SEQ-TABLE.
           02  WS-SQ-ENTRY OCCURS 21 TIMES.
               03  WS-SQ-GUESSES      PIC 9(07).
               03  WS-SQ-HINTS        PIC 9(07).

      * FINISHED-GAME PLAYING TIME PER DIFFICULTY AND SHIFT
       01 WS-MAX-DU            PIC 9(04) COMP VALUE 10.
       01 WS-DU-COUNT          PIC 9(04) COMP VALUE 0.
       01 WS-DU-TABLE.
           02  WS-DU-ENTRY OCCURS 10 TIMES.
               03  WS-DU-DIFFICULTY   PIC X(06).
               03  WS-DU-SHIFT OCCURS 3 TIMES.
                   04  WS-DU-GAMES    PIC 9(07).
                   04  WS-DU-SECONDS  PIC 9(09).
                   04  WS-DU-STALLS   PIC 9(07).

      * THE GAME CURRENTLY BEING READ OFF GUESSLOG
       01 WS-CUR-OPID          PIC X(03).
       01 WS-CUR-GAME-TS       PIC S9(15) USAGE COMP-3.
       01 WS-CUR-OPENED        PIC X(01).
           88  WS-CUR-HAS-OPENER         VALUE 'Y'.
       01 WS-CUR-GUESSES       PIC 9(05).
       01 WS-CUR-SECONDS       PIC 9(07).
       01 WS-CUR-STALLS        PIC 9(05).
       01 WS-CUR-SHIFT         PIC 9(01).
       01 WS-PREV-DATE         PIC X(08).
       01 WS-PREV-SECS         PIC 9(07).
       01 WS-THIS-SECS         PIC 9(07).
       01 WS-GAP-SECS          PIC 9(07).

       01 WS-TIME-X            PIC X(06).
       01 WS-TIME-N REDEFINES WS-TIME-X.
           02  WS-TIME-HH      PIC 9(02).
           02  WS-TIME-MM      PIC 9(02).
           02  WS-TIME-SS      PIC 9(02).

       01 WS-AVG-SECS          PIC 9(07).
       01 WS-AVG-MIN           PIC 9(05).
       01 WS-AVG-SEC           PIC 9(02).

       01 WS-HEADING1.
           02  FILLER          PIC X(33) VALUE
                                     'GUESS STRATEGY AND PACING REPORT'.
       01 WS-HEADING2.
           02  FILLER          PIC X(35) VALUE
                             'OPENING LETTER CHOICE AND WIN RATE'.
       01 WS-HEADING2A.
           02  FILLER          PIC X(37) VALUE
             'LTR    PICKS  PICK%     WINS   LOSSES'.
           02  FILLER          PIC X(07) VALUE
             '   WIN%'.
       01 WS-OPEN-LINE.
           02  WOP-LETTER      PIC X(01).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WOP-PICKS       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WOP-PICK-PCT    PIC ZZ9.9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WOP-WINS        PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WOP-LOSSES      PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WOP-WIN-PCT     PIC ZZ9.9.
           02  FILLER          PIC X(01) VALUE '%'.

       01 WS-HEADING3.
           02  FILLER          PIC X(39) VALUE
                             'LETTER HIT RATE BY CATEGORY/DIFFICULTY'.
       01 WS-HEADING3A.
           02  FILLER          PIC X(36) VALUE
             'CATEGORY    DIFF    LTR  GUESSES   '.
           02  FILLER          PIC X(13) VALUE
             '   HITS  HIT%'.
       01 WS-HIT-LINE.
           02  WHL-CATEGORY    PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WHL-DIFFICULTY  PIC X(06).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WHL-LETTER      PIC X(01).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WHL-GUESSES     PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WHL-HITS        PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WHL-PCT         PIC ZZ9.9.
           02  FILLER          PIC X(01) VALUE '%'.

       01 WS-HEADING4.
           02  FILLER          PIC X(27) VALUE
                                     'HINT USAGE BY GUESS NUMBER'.
       01 WS-HEADING4A.
           02  FILLER          PIC X(31) VALUE
             'GUESS#  GUESSES    HINTS  HINT%'.
       01 WS-SEQ-LINE.
           02  WQL-SEQ         PIC X(03).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  WQL-GUESSES     PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WQL-HINTS       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WQL-PCT         PIC ZZ9.9.
           02  FILLER          PIC X(01) VALUE '%'.
       01 WS-SEQ-NUM           PIC ZZ9.

       01 WS-HEADING5.
           02  FILLER          PIC X(38) VALUE
                             'GAME DURATION BY DIFFICULTY AND SHIFT'.
       01 WS-HEADING5A.
           02  FILLER          PIC X(36) VALUE
             'DIFF    SHIFT           GAMES  AVG '.
           02  FILLER          PIC X(14) VALUE
             'MM:SS   STALLS'.
       01 WS-DURATION-LINE.
           02  WDL-DIFFICULTY  PIC X(06).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WDL-SHIFT       PIC X(12).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WDL-GAMES       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  WDL-MIN         PIC ZZZZ9.
           02  FILLER          PIC X(01) VALUE ':'.
           02  WDL-SEC         PIC 9(02).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WDL-STALLS      PIC ZZZ,ZZ9.

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
                                     'GUESSES NOT MATCHED   :'.
           02  WT-GL-UNMATCHED PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           02  FILLER          PIC X(24) VALUE
                                     'GAMES OVER TABLE LIMIT:'.
           02  WT-DROPPED      PIC ZZZ,ZZ9.
       01 WS-WARN-LINE.
           02  FILLER          PIC X(50) VALUE
               '*** WARNING - FIGURES INCOMPLETE, GAMES OVER TABLE'.
           02  FILLER          PIC X(10) VALUE
               ' LIMIT ***'.
       01 WS-RANGE-LINE.
           02  FILLER          PIC X(19) VALUE 'GAMES STARTED FROM'.
           02  WRL-FROM        PIC X(08).
           02  FILLER          PIC X(04) VALUE ' TO'.
           02  WRL-TO          PIC X(08).
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(34) VALUE
                     'PARM MUST BE YYYYMMDD-YYYYMMDD'.

       LINKAGE SECTION.
       01  PARM-AREA.
           02  PARM-LENGTH          PIC S9(4) USAGE COMP.
           02  PARM-TEXT            PIC X(17).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION USING PARM-AREA.
      ****************************************************************
      *A MAIN SECTION                                                *
      *READS THE GUESSLOG TRAIL, JOINED TO GAMEHIST ON OPID/GAME     *
      *TIMESTAMP, FOR THE TRAINING DEPARTMENT: WHICH OPENING LETTERS *
      *OPERATORS PICK AND HOW OFTEN THEY WIN AFTER THEM, PER-LETTER  *
      *HIT RATES BY CATEGORY/DIFFICULTY, WHERE IN A GAME HINTS GET   *
      *USED, AND HOW LONG GAMES TAKE BY DIFFICULTY AND SHIFT -       *
      *WHETHER THE DIFFICULTY LABELS MATCH REAL PLAY. THE WHOLE      *
      *TRAIL BY DEFAULT, OR WITH A PARM OF 'YYYYMMDD-YYYYMMDD' ONLY  *
      *THE GAMES STARTED IN THAT RANGE                               *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT PACERPT
           WRITE RPT-RECORD FROM WS-HEADING1

           PERFORM AA-SET-RANGE
           IF RETURN-CODE = ZERO
              OPEN INPUT GAMEHIST
              OPEN INPUT GUESSLOG

              INITIALIZE WS-OPEN-TABLE
              INITIALIZE WS-SEQ-TABLE

              PERFORM B-SCAN-GAMEHIST
              PERFORM C-SCAN-GUESSLOG
              PERFORM D-PRINT-OPENERS
              PERFORM E-PRINT-LETTER-HITS
              PERFORM F-PRINT-HINT-USAGE
              PERFORM G-PRINT-DURATION

              MOVE WS-GH-COUNT TO WT-GH-READ
              MOVE WS-GL-COUNT TO WT-GL-READ
              MOVE WS-GL-UNMATCHED TO WT-GL-UNMATCHED
              MOVE WS-DROPPED-COUNT TO WT-DROPPED
              WRITE RPT-RECORD FROM WS-TOTALS-LINE1
              WRITE RPT-RECORD FROM WS-TOTALS-LINE2
              WRITE RPT-RECORD FROM WS-TOTALS-LINE3
              WRITE RPT-RECORD FROM WS-TOTALS-LINE4

      *       A GAME LEFT OUT OF THE TABLE MEANS EVERY FIGURE ABOVE IS
      *       SHORT - SAY SO AND END RC 4 SO THE RUN IS LOOKED AT
              IF WS-DROPPED-COUNT > 0
                 WRITE RPT-RECORD FROM WS-WARN-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF

              CLOSE GAMEHIST
              CLOSE GUESSLOG
           END-IF

           CLOSE PACERPT
           STOP RUN
           .
      ****************************************************************
      *AA SET RANGE SECTION                                          *
      *NO PARM LEAVES THE RANGE OPEN AT BOTH ENDS. A PARM MUST BE    *
      *TWO YYYYMMDD DATES, THE FIRST NOT AFTER THE SECOND            *
      ****************************************************************
       AA-SET-RANGE SECTION.
           IF PARM-LENGTH NOT = ZERO
              IF PARM-LENGTH = 17
                 AND PARM-TEXT(1:8) IS NUMERIC
                 AND PARM-TEXT(9:1) = '-'
                 AND PARM-TEXT(10:8) IS NUMERIC
                 AND PARM-TEXT(1:8) NOT > PARM-TEXT(10:8)
                 MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
                 MOVE PARM-TEXT(10:8) TO WS-TO-DATE
                 MOVE WS-FROM-DATE TO WRL-FROM
                 MOVE WS-TO-DATE TO WRL-TO
                 WRITE RPT-RECORD FROM WS-RANGE-LINE
              ELSE
                 WRITE RPT-RECORD FROM WS-ERROR-LINE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
      ****************************************************************
      *B SCAN GAMEHIST SECTION                                       *
      *FIRST PASS - BUILDS THE GAME TABLE THE GUESSLOG PASS JOINS TO *
      ****************************************************************
       B-SCAN-GAMEHIST SECTION.
           PERFORM BA-READ-GAMEHIST
           PERFORM BB-NOTE-GAME UNTIL WS-EOF
           .
      ****************************************************************
      *BA READ GAMEHIST SECTION                                      *
      ****************************************************************
       BA-READ-GAMEHIST SECTION.
           READ GAMEHIST
              AT END SET WS-EOF TO TRUE
           END-READ
           .
      ****************************************************************
      *BB NOTE GAME SECTION                                          *
      *PRACTICE SESSIONS ARE OFF THE RECORD THE SAME WAY GAMERPT     *
      *TREATS THEM, AND PRE-CONVERSION RECORDS (NO GAME TIMESTAMP)   *
      *HAVE NO GUESSLOG TRAIL TO JOIN TO - NEITHER IS TABLED. A GAME *
      *IS TABLED OFF ITS FIRST RECORD ONLY IF THAT FALLS IN THE      *
      *RANGE, BUT ITS LATER RECORDS STILL CARRY ITS OUTCOME FORWARD  *
      ****************************************************************
       BB-NOTE-GAME SECTION.
           ADD 1 TO WS-GH-COUNT
           IF GH-LIVE AND GH-GAME-TS NOT = ZERO
              PERFORM BC-FIND-GAME-ENTRY
              IF WS-FOUND-SUB = ZERO
                 AND GH-PLAY-DATE NOT < WS-FROM-DATE
                 AND GH-PLAY-DATE NOT > WS-TO-DATE
                 PERFORM BD-ADD-GAME-ENTRY
              END-IF
              IF WS-FOUND-SUB NOT = ZERO
                 MOVE GH-WIN-FLAG TO WS-GM-OUTCOME(WS-FOUND-SUB)
              END-IF
           END-IF
           PERFORM BA-READ-GAMEHIST
           .
      ****************************************************************
      *BC FIND GAME ENTRY SECTION                                    *
      *LINEAR SEARCH OF WS-GAME-TABLE FOR GH-OPID/GH-GAME-TS - SETS  *
      *WS-FOUND-SUB TO ZERO WHEN NOT PRESENT. IT SEARCHES FROM THE   *
      *NEWEST GAME BACK, AS A GAME'S LATER RECORDS FOLLOW CLOSE      *
      *BEHIND ITS FIRST                                              *
      ****************************************************************
       BC-FIND-GAME-ENTRY SECTION.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE WS-GAME-COUNT TO WS-SEARCH-SUB
           PERFORM BC1-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB = ZERO
                      OR WS-FOUND-SUB NOT = ZERO
           .
       BC1-SEARCH-STEP SECTION.
           IF WS-GM-OPID(WS-SEARCH-SUB) = GH-OPID
              AND WS-GM-GAME-TS(WS-SEARCH-SUB) = GH-GAME-TS
              MOVE WS-SEARCH-SUB TO WS-FOUND-SUB
           ELSE
              SUBTRACT 1 FROM WS-SEARCH-SUB
           END-IF
           .
      ****************************************************************
      *BD ADD GAME ENTRY SECTION                                     *
      ****************************************************************
       BD-ADD-GAME-ENTRY SECTION.
           IF WS-GAME-COUNT < WS-MAX-GAMES
              ADD 1 TO WS-GAME-COUNT
              MOVE WS-GAME-COUNT TO WS-FOUND-SUB
              MOVE GH-OPID TO WS-GM-OPID(WS-FOUND-SUB)
              MOVE GH-GAME-TS TO WS-GM-GAME-TS(WS-FOUND-SUB)
              MOVE GH-CATEGORY TO WS-GM-CATEGORY(WS-FOUND-SUB)
              MOVE GH-DIFFICULTY TO WS-GM-DIFFICULTY(WS-FOUND-SUB)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF
           .
      ****************************************************************
      *C SCAN GUESSLOG SECTION                                       *
      *SECOND PASS - GUESSLOG IS KEYED OPID/GAME TIMESTAMP/SEQUENCE, *
      *SO EACH GAME'S GUESSES ARRIVE TOGETHER AND IN THE ORDER THEY  *
      *WERE PLAYED. THE GAME IS LOOKED UP ONCE, ON ITS FIRST GUESS,  *
      *AND ITS PLAYING TIME IS BOOKED WHEN THE NEXT GAME STARTS      *
      ****************************************************************
       C-SCAN-GUESSLOG SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WS-CUR-OPID
           MOVE ZERO TO WS-CUR-GAME-TS
           MOVE ZERO TO WS-GAME-SUB
           PERFORM CA-READ-GUESSLOG
           PERFORM CB-TALLY-GUESS UNTIL WS-EOF
           PERFORM CF-CLOSE-GAME
           .
      ****************************************************************
      *CA READ GUESSLOG SECTION                                      *
      ****************************************************************
       CA-READ-GUESSLOG SECTION.
           READ GUESSLOG
              AT END SET WS-EOF TO TRUE
           END-READ
           .
      ****************************************************************
      *CB TALLY GUESS SECTION                                        *
      ****************************************************************
       CB-TALLY-GUESS SECTION.
           ADD 1 TO WS-GL-COUNT

           IF GL-OPID NOT = WS-CUR-OPID
              OR GL-GAME-TS NOT = WS-CUR-GAME-TS
              PERFORM CF-CLOSE-GAME
              PERFORM CC-OPEN-GAME
           END-IF

      *    A GUESS PLAYED OUTSIDE THE RANGE BELONGS TO A GAME THAT WAS
      *    NEVER MEANT TO BE TABLED, SO IT IS NOT COUNTED AS UNMATCHED
           IF WS-GAME-SUB = ZERO
              IF GL-PLAY-DATE NOT < WS-FROM-DATE
                 AND GL-PLAY-DATE NOT > WS-TO-DATE
                 ADD 1 TO WS-GL-UNMATCHED
              END-IF
           ELSE
              PERFORM CD-TALLY-LETTER
              PERFORM CE-TALLY-PACE
           END-IF

           PERFORM CA-READ-GUESSLOG
           .
      ****************************************************************
      *CC OPEN GAME SECTION                                          *
      *FIRST GUESS OF A NEW GAME - FINDS THE GAME IN THE GAMEHIST    *
      *TABLE (WS-GAME-SUB STAYS ZERO FOR A PRACTICE GAME OR ONE      *
      *STILL IN PROGRESS, AND IS ZEROED FOR A VOIDED ONE) AND STARTS *
      *ITS CLOCK. THE TABLE IS SEARCHED NEWEST FIRST, AS BC-FIND-    *
      *GAME-ENTRY DOES                                               *
      ****************************************************************
       CC-OPEN-GAME SECTION.
           MOVE GL-OPID TO WS-CUR-OPID
           MOVE GL-GAME-TS TO WS-CUR-GAME-TS
           MOVE 'N' TO WS-CUR-OPENED
           MOVE ZERO TO WS-CUR-GUESSES
           MOVE ZERO TO WS-CUR-SECONDS
           MOVE ZERO TO WS-CUR-STALLS
           MOVE GL-PLAY-DATE TO WS-PREV-DATE
           MOVE GL-PLAY-TIME TO WS-TIME-X
           PERFORM CG-TIME-TO-SECONDS
           MOVE WS-THIS-SECS TO WS-PREV-SECS
           PERFORM CH-DETERMINE-SHIFT
           MOVE WS-SHIFT-NUM TO WS-CUR-SHIFT

           MOVE ZERO TO WS-GAME-SUB
           MOVE WS-GAME-COUNT TO WS-SEARCH-SUB
           PERFORM CC1-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB = ZERO
                      OR WS-GAME-SUB NOT = ZERO

      *    A VOIDED GAME IS OFF THE RECORD - ITS GUESSES ARE COUNTED
      *    AS UNMATCHED, THE SAME AS A PRACTICE GAME'S
           IF WS-GAME-SUB NOT = ZERO
              IF WS-GM-VOIDED(WS-GAME-SUB)
                 MOVE ZERO TO WS-GAME-SUB
              END-IF
           END-IF
           .
       CC1-SEARCH-STEP SECTION.
           IF WS-GM-OPID(WS-SEARCH-SUB) = GL-OPID
              AND WS-GM-GAME-TS(WS-SEARCH-SUB) = GL-GAME-TS
              MOVE WS-SEARCH-SUB TO WS-GAME-SUB
           ELSE
              SUBTRACT 1 FROM WS-SEARCH-SUB
           END-IF
           .
      ****************************************************************
      *CD TALLY LETTER SECTION                                       *
      *BOOKS THE GUESS AGAINST ITS POSITION IN THE GAME, AND A       *
      *LETTER GUESS AGAINST THE OPENING-LETTER AND CATEGORY/         *
      *DIFFICULTY HIT TABLES. A HINT IS NOT THE OPERATOR'S CHOICE OF *
      *LETTER, SO IT NEVER COUNTS AS AN OPENER OR A HIT              *
      ****************************************************************
       CD-TALLY-LETTER SECTION.
           IF GL-SEQ < WS-MAX-SEQ
              MOVE GL-SEQ TO WS-SEQ-SUB
           ELSE
              MOVE WS-MAX-SEQ TO WS-SEQ-SUB
           END-IF
           IF WS-SEQ-SUB = ZERO
              MOVE 1 TO WS-SEQ-SUB
           END-IF
           ADD 1 TO WS-SQ-GUESSES(WS-SEQ-SUB)
           IF GL-HINT-GUESS
              ADD 1 TO WS-SQ-HINTS(WS-SEQ-SUB)
           END-IF

           MOVE ZERO TO WS-LTR-SUB
           INSPECT WS-ALPHABET TALLYING WS-LTR-SUB
                   FOR CHARACTERS BEFORE INITIAL GL-LETTER
           ADD 1 TO WS-LTR-SUB

           IF GL-LETTER-GUESS AND WS-LTR-SUB NOT > 26
              IF NOT WS-CUR-HAS-OPENER
                 MOVE 'Y' TO WS-CUR-OPENED
                 PERFORM CD1-TALLY-OPENER
              END-IF
              PERFORM CD2-FIND-CD-ENTRY
              IF WS-CD-SUB NOT = ZERO
                 ADD 1 TO WS-CD-GUESSES(WS-CD-SUB, WS-LTR-SUB)
                 IF GL-CORRECT
                    ADD 1 TO WS-CD-HITS(WS-CD-SUB, WS-LTR-SUB)
                 END-IF
              END-IF
           END-IF
           .
      ****************************************************************
      *CD1 TALLY OPENER SECTION                                      *
      ****************************************************************
       CD1-TALLY-OPENER SECTION.
           ADD 1 TO WS-OPEN-TOTAL
           ADD 1 TO WS-OP-PICKS(WS-LTR-SUB)
           EVALUATE TRUE
           WHEN WS-GM-WON(WS-GAME-SUB)
             ADD 1 TO WS-OP-WINS(WS-LTR-SUB)
           WHEN WS-GM-LOST(WS-GAME-SUB)
             ADD 1 TO WS-OP-LOSSES(WS-LTR-SUB)
           END-EVALUATE
           .
      ****************************************************************
      *CD2 FIND CD ENTRY SECTION                                     *
      *FINDS OR ADDS THE CATEGORY/DIFFICULTY ENTRY FOR THE CURRENT   *
      *GAME - SETS WS-CD-SUB TO ZERO ONCE THE TABLE IS FULL          *
      ****************************************************************
       CD2-FIND-CD-ENTRY SECTION.
           MOVE ZERO TO WS-CD-SUB
           MOVE 1 TO WS-SEARCH-SUB
           PERFORM CD2A-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB > WS-CD-COUNT
                      OR WS-CD-SUB NOT = ZERO

           IF WS-CD-SUB = ZERO AND WS-CD-COUNT < WS-MAX-CD
              ADD 1 TO WS-CD-COUNT
              MOVE WS-CD-COUNT TO WS-CD-SUB
              MOVE WS-GM-CATEGORY(WS-GAME-SUB)
                TO WS-CD-CATEGORY(WS-CD-SUB)
              MOVE WS-GM-DIFFICULTY(WS-GAME-SUB)
                TO WS-CD-DIFFICULTY(WS-CD-SUB)
              PERFORM CD2B-CLEAR-LETTER
                      VARYING WS-SEARCH-SUB FROM 1 BY 1
                      UNTIL WS-SEARCH-SUB > 26
           END-IF
           .
       CD2A-SEARCH-STEP SECTION.
           IF WS-CD-CATEGORY(WS-SEARCH-SUB) =
                 WS-GM-CATEGORY(WS-GAME-SUB)
              AND WS-CD-DIFFICULTY(WS-SEARCH-SUB) =
                 WS-GM-DIFFICULTY(WS-GAME-SUB)
              MOVE WS-SEARCH-SUB TO WS-CD-SUB
           ELSE
              ADD 1 TO WS-SEARCH-SUB
           END-IF
           .
       CD2B-CLEAR-LETTER SECTION.
           MOVE ZERO TO WS-CD-GUESSES(WS-CD-SUB, WS-SEARCH-SUB)
           MOVE ZERO TO WS-CD-HITS(WS-CD-SUB, WS-SEARCH-SUB)
           .
      ****************************************************************
      *CE TALLY PACE SECTION                                         *
      *ADDS THE GAP SINCE THE PREVIOUS GUESS TO THE GAME'S PLAYING   *
      *TIME - A GAP THAT CROSSES MIDNIGHT GETS THE DAY ADDED BACK,   *
      *AND ONE LONGER THAN WS-STALL-SECONDS COUNTS AS A STALL        *
      *INSTEAD OF PLAYING TIME                                       *
      ****************************************************************
       CE-TALLY-PACE SECTION.
           ADD 1 TO WS-CUR-GUESSES
           MOVE GL-PLAY-TIME TO WS-TIME-X
           PERFORM CG-TIME-TO-SECONDS

           IF GL-PLAY-DATE NOT = WS-PREV-DATE
              ADD 86400 TO WS-THIS-SECS
           END-IF

           IF WS-THIS-SECS < WS-PREV-SECS
              MOVE ZERO TO WS-GAP-SECS
           ELSE
              COMPUTE WS-GAP-SECS = WS-THIS-SECS - WS-PREV-SECS
           END-IF

           IF WS-GAP-SECS > WS-STALL-SECONDS
              ADD 1 TO WS-CUR-STALLS
           ELSE
              ADD WS-GAP-SECS TO WS-CUR-SECONDS
           END-IF

           MOVE GL-PLAY-DATE TO WS-PREV-DATE
           MOVE GL-PLAY-TIME TO WS-TIME-X
           PERFORM CG-TIME-TO-SECONDS
           MOVE WS-THIS-SECS TO WS-PREV-SECS
           .
      ****************************************************************
      *CF CLOSE GAME SECTION                                         *
      *BOOKS THE GAME JUST FINISHED READING INTO THE DURATION TABLE -*
      *ONLY WON OR LOST GAMES WITH AT LEAST TWO GUESSES HAVE A       *
      *PLAYING TIME WORTH AVERAGING                                  *
      ****************************************************************
       CF-CLOSE-GAME SECTION.
           IF WS-GAME-SUB NOT = ZERO
              IF WS-GM-FINISHED(WS-GAME-SUB) AND WS-CUR-GUESSES > 1
                 PERFORM CF1-FIND-DU-ENTRY
                 IF WS-DU-SUB NOT = ZERO
                    ADD 1 TO WS-DU-GAMES(WS-DU-SUB, WS-CUR-SHIFT)
                    ADD WS-CUR-SECONDS
                     TO WS-DU-SECONDS(WS-DU-SUB, WS-CUR-SHIFT)
                    ADD WS-CUR-STALLS
                     TO WS-DU-STALLS(WS-DU-SUB, WS-CUR-SHIFT)
                 END-IF
              END-IF
           END-IF
           MOVE ZERO TO WS-GAME-SUB
           .
      ****************************************************************
      *CF1 FIND DU ENTRY SECTION                                     *
      *FINDS OR ADDS THE DURATION ENTRY FOR THE GAME'S DIFFICULTY -  *
      *SETS WS-DU-SUB TO ZERO ONCE THE TABLE IS FULL                 *
      ****************************************************************
       CF1-FIND-DU-ENTRY SECTION.
           MOVE ZERO TO WS-DU-SUB
           MOVE 1 TO WS-SEARCH-SUB
           PERFORM CF1A-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB > WS-DU-COUNT
                      OR WS-DU-SUB NOT = ZERO

           IF WS-DU-SUB = ZERO AND WS-DU-COUNT < WS-MAX-DU
              ADD 1 TO WS-DU-COUNT
              MOVE WS-DU-COUNT TO WS-DU-SUB
              MOVE WS-GM-DIFFICULTY(WS-GAME-SUB)
                TO WS-DU-DIFFICULTY(WS-DU-SUB)
              PERFORM CF1B-CLEAR-SHIFT
                      VARYING WS-SEARCH-SUB FROM 1 BY 1
                      UNTIL WS-SEARCH-SUB > 3
           END-IF
           .
       CF1A-SEARCH-STEP SECTION.
           IF WS-DU-DIFFICULTY(WS-SEARCH-SUB) =
                 WS-GM-DIFFICULTY(WS-GAME-SUB)
              MOVE WS-SEARCH-SUB TO WS-DU-SUB
           ELSE
              ADD 1 TO WS-SEARCH-SUB
           END-IF
           .
       CF1B-CLEAR-SHIFT SECTION.
           MOVE ZERO TO WS-DU-GAMES(WS-DU-SUB, WS-SEARCH-SUB)
           MOVE ZERO TO WS-DU-SECONDS(WS-DU-SUB, WS-SEARCH-SUB)
           MOVE ZERO TO WS-DU-STALLS(WS-DU-SUB, WS-SEARCH-SUB)
           .
      ****************************************************************
      *CG TIME TO SECONDS SECTION                                    *
      *HHMMSS IN WS-TIME-X TO SECONDS PAST MIDNIGHT IN WS-THIS-SECS  *
      ****************************************************************
       CG-TIME-TO-SECONDS SECTION.
           IF WS-TIME-N IS NUMERIC
              COMPUTE WS-THIS-SECS = (WS-TIME-HH * 3600)
                                   + (WS-TIME-MM * 60)
                                   + WS-TIME-SS
           ELSE
              MOVE ZERO TO WS-THIS-SECS
           END-IF
           .
      ****************************************************************
      *CH DETERMINE SHIFT SECTION                                    *
      *SAME SHIFT BOUNDARIES AS GAMERPT'S CA-DETERMINE-SHIFT, TAKEN  *
      *FROM THE GAME'S FIRST GUESS                                   *
      *1=DAY (0800-1559) 2=EVENING (1600-2359) 3=NIGHT (0000-0759)   *
      ****************************************************************
       CH-DETERMINE-SHIFT SECTION.
           EVALUATE TRUE
           WHEN GL-PLAY-TIME(1:2) < '08'
             MOVE 3 TO WS-SHIFT-NUM
           WHEN GL-PLAY-TIME(1:2) < '16'
             MOVE 1 TO WS-SHIFT-NUM
           WHEN OTHER
             MOVE 2 TO WS-SHIFT-NUM
           END-EVALUATE
           .
      ****************************************************************
      *D PRINT OPENERS SECTION                                       *
      *ONE LINE PER LETTER EVER USED TO OPEN A GAME, IN ALPHABETICAL *
      *ORDER - WIN RATE IS OVER THE FINISHED GAMES ONLY              *
      ****************************************************************
       D-PRINT-OPENERS SECTION.
           WRITE RPT-RECORD FROM WS-HEADING2
           WRITE RPT-RECORD FROM WS-HEADING2A
           PERFORM DA-PRINT-ONE-OPENER
                   VARYING WS-LTR-SUB FROM 1 BY 1
                   UNTIL WS-LTR-SUB > 26
           .
      ****************************************************************
      *DA PRINT ONE OPENER SECTION                                   *
      ****************************************************************
       DA-PRINT-ONE-OPENER SECTION.
           IF WS-OP-PICKS(WS-LTR-SUB) > ZERO
              MOVE WS-ALPHABET(WS-LTR-SUB:1) TO WOP-LETTER
              MOVE WS-OP-PICKS(WS-LTR-SUB) TO WOP-PICKS
              COMPUTE WS-THIS-PCT ROUNDED =
                      (WS-OP-PICKS(WS-LTR-SUB) * 100) / WS-OPEN-TOTAL
              MOVE WS-THIS-PCT TO WOP-PICK-PCT
              MOVE WS-OP-WINS(WS-LTR-SUB) TO WOP-WINS
              MOVE WS-OP-LOSSES(WS-LTR-SUB) TO WOP-LOSSES
              IF WS-OP-WINS(WS-LTR-SUB) + WS-OP-LOSSES(WS-LTR-SUB)
                 = ZERO
                 MOVE ZERO TO WS-THIS-PCT
              ELSE
                 COMPUTE WS-THIS-PCT ROUNDED =
                         (WS-OP-WINS(WS-LTR-SUB) * 100)
                          / (WS-OP-WINS(WS-LTR-SUB)
                             + WS-OP-LOSSES(WS-LTR-SUB))
              END-IF
              MOVE WS-THIS-PCT TO WOP-WIN-PCT
              WRITE RPT-RECORD FROM WS-OPEN-LINE
           END-IF
           .
      ****************************************************************
      *E PRINT LETTER HITS SECTION                                   *
      *ONE BLOCK PER CATEGORY/DIFFICULTY IN FIRST-SEEN ORDER, ONE    *
      *LINE PER LETTER GUESSED AT LEAST ONCE                         *
      ****************************************************************
       E-PRINT-LETTER-HITS SECTION.
           WRITE RPT-RECORD FROM WS-HEADING3
           WRITE RPT-RECORD FROM WS-HEADING3A
           PERFORM EA-PRINT-ONE-CD
                   VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
           .
      ****************************************************************
      *EA PRINT ONE CD SECTION                                       *
      ****************************************************************
       EA-PRINT-ONE-CD SECTION.
           PERFORM EB-PRINT-ONE-LETTER
                   VARYING WS-LTR-SUB FROM 1 BY 1
                   UNTIL WS-LTR-SUB > 26
           .
      ****************************************************************
      *EB PRINT ONE LETTER SECTION                                   *
      ****************************************************************
       EB-PRINT-ONE-LETTER SECTION.
           IF WS-CD-GUESSES(WS-CD-SUB, WS-LTR-SUB) > ZERO
              MOVE WS-CD-CATEGORY(WS-CD-SUB) TO WHL-CATEGORY
              MOVE WS-CD-DIFFICULTY(WS-CD-SUB) TO WHL-DIFFICULTY
              MOVE WS-ALPHABET(WS-LTR-SUB:1) TO WHL-LETTER
              MOVE WS-CD-GUESSES(WS-CD-SUB, WS-LTR-SUB) TO WHL-GUESSES
              MOVE WS-CD-HITS(WS-CD-SUB, WS-LTR-SUB) TO WHL-HITS
              COMPUTE WS-THIS-PCT ROUNDED =
                      (WS-CD-HITS(WS-CD-SUB, WS-LTR-SUB) * 100)
                       / WS-CD-GUESSES(WS-CD-SUB, WS-LTR-SUB)
              MOVE WS-THIS-PCT TO WHL-PCT
              WRITE RPT-RECORD FROM WS-HIT-LINE
           END-IF
           .
      ****************************************************************
      *F PRINT HINT USAGE SECTION                                    *
      ****************************************************************
       F-PRINT-HINT-USAGE SECTION.
           WRITE RPT-RECORD FROM WS-HEADING4
           WRITE RPT-RECORD FROM WS-HEADING4A
           PERFORM FA-PRINT-ONE-SEQ
                   VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-MAX-SEQ
           .
      ****************************************************************
      *FA PRINT ONE SEQ SECTION                                      *
      ****************************************************************
       FA-PRINT-ONE-SEQ SECTION.
           IF WS-SQ-GUESSES(WS-SEQ-SUB) > ZERO
              IF WS-SEQ-SUB = WS-MAX-SEQ
                 MOVE '21+' TO WQL-SEQ
              ELSE
                 MOVE WS-SEQ-SUB TO WS-SEQ-NUM
                 MOVE WS-SEQ-NUM TO WQL-SEQ
              END-IF
              MOVE WS-SQ-GUESSES(WS-SEQ-SUB) TO WQL-GUESSES
              MOVE WS-SQ-HINTS(WS-SEQ-SUB) TO WQL-HINTS
              COMPUTE WS-THIS-PCT ROUNDED =
                      (WS-SQ-HINTS(WS-SEQ-SUB) * 100)
                       / WS-SQ-GUESSES(WS-SEQ-SUB)
              MOVE WS-THIS-PCT TO WQL-PCT
              WRITE RPT-RECORD FROM WS-SEQ-LINE
           END-IF
           .
      ****************************************************************
      *G PRINT DURATION SECTION                                      *
      ****************************************************************
       G-PRINT-DURATION SECTION.
           WRITE RPT-RECORD FROM WS-HEADING5
           WRITE RPT-RECORD FROM WS-HEADING5A
           PERFORM GA-PRINT-ONE-DIFFICULTY
                   VARYING WS-DU-SUB FROM 1 BY 1
                   UNTIL WS-DU-SUB > WS-DU-COUNT
           .
      ****************************************************************
      *GA PRINT ONE DIFFICULTY SECTION                               *
      ****************************************************************
       GA-PRINT-ONE-DIFFICULTY SECTION.
           MOVE 1 TO WS-SHIFT-NUM
           MOVE 'DAY 0800' TO WS-SHIFT-NAME
           PERFORM GB-PRINT-ONE-SHIFT

           MOVE 2 TO WS-SHIFT-NUM
           MOVE 'EVE 1600' TO WS-SHIFT-NAME
           PERFORM GB-PRINT-ONE-SHIFT

           MOVE 3 TO WS-SHIFT-NUM
           MOVE 'NIGHT 0000' TO WS-SHIFT-NAME
           PERFORM GB-PRINT-ONE-SHIFT
           .
      ****************************************************************
      *GB PRINT ONE SHIFT SECTION                                    *
      *AVERAGE PLAYING TIME PER FINISHED GAME, SHOWN AS MM:SS        *
      ****************************************************************
       GB-PRINT-ONE-SHIFT SECTION.
           MOVE WS-DU-DIFFICULTY(WS-DU-SUB) TO WDL-DIFFICULTY
           MOVE WS-SHIFT-NAME TO WDL-SHIFT
           MOVE WS-DU-GAMES(WS-DU-SUB, WS-SHIFT-NUM) TO WDL-GAMES

           IF WS-DU-GAMES(WS-DU-SUB, WS-SHIFT-NUM) = ZERO
              MOVE ZERO TO WS-AVG-SECS
           ELSE
              COMPUTE WS-AVG-SECS ROUNDED =
                      WS-DU-SECONDS(WS-DU-SUB, WS-SHIFT-NUM)
                       / WS-DU-GAMES(WS-DU-SUB, WS-SHIFT-NUM)
           END-IF
           DIVIDE WS-AVG-SECS BY 60 GIVING WS-AVG-MIN
                  REMAINDER WS-AVG-SEC
           MOVE WS-AVG-MIN TO WDL-MIN
           MOVE WS-AVG-SEC TO WDL-SEC
           MOVE WS-DU-STALLS(WS-DU-SUB, WS-SHIFT-NUM) TO WDL-STALLS

           WRITE RPT-RECORD FROM WS-DURATION-LINE
           .
