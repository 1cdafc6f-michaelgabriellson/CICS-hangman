      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDWEB.
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
      * THE ONLY USERID THE SERVICE ANSWERS - THE STAFF PORTAL'S
      * SERVICE ID, WHICH ITS PIPELINE RUNS THE LINKED TASK UNDER
       01 WS-PORTAL-USERID     PIC X(08) VALUE 'WRDPORTL'.
       01 WS-USERID            PIC X(08).
       01 WS-CHANNEL           PIC X(16).
       01 WS-RESP              PIC S9(8) USAGE COMP.
       01 WS-REQ-LEN           PIC S9(8) USAGE COMP.

       01 WS-ROWCOUNT          PIC 9(02) COMP VALUE 0.
       01 WS-GAME-COUNT        PIC S9(9) USAGE COMP.
       01 WS-WIN-IND           PIC S9(4) USAGE COMP.
       01 WS-LOSS-IND          PIC S9(4) USAGE COMP.
       01 WS-WORD-IND          PIC S9(4) USAGE COMP.
       01 WS-CAT-WORDS         PIC S9(9) USAGE COMP.
       01 WS-LAST-CATEGORY     PIC X(10).
       01 WS-ERROR-TEXT        PIC X(40).

      * THE RESPONSE IS BUILT UP A PIECE AT A TIME - WS-PIECE HOLDS
      * THE NEXT FRAGMENT, WS-PIECE-LEN ITS LENGTH WITHOUT TRAILING
      * SPACES, WS-JSON-PTR THE NEXT FREE BYTE OF WS-JSON
       01 WS-JSON              PIC X(200000).
       01 WS-JSON-PTR          PIC S9(8) USAGE COMP.
       01 WS-JSON-LEN          PIC S9(8) USAGE COMP.
       01 WS-JSON-FLAG         PIC X(01).
           88  WS-JSON-FULL              VALUE 'Y'.
       01 WS-PIECE             PIC X(80).
       01 WS-PIECE-LEN         PIC S9(4) USAGE COMP.
       01 WS-NUM-EDIT          PIC -(8)9.
       01 WS-PCT-EDIT          PIC ZZ9.9.
       01 WS-LEAD              PIC S9(4) USAGE COMP.
       01 WS-CHAR-SUB          PIC S9(4) USAGE COMP.
       01 WS-CHAR              PIC X(01).
       01 WS-ESCAPE            PIC X(02).
       01 WS-ESCAPE-LEN        PIC S9(4) USAGE COMP.
       01 WS-FIRST-FLAG        PIC X(01).
           88  WS-FIRST-ITEM             VALUE 'Y'.
       01 WS-FIRST-WORD-FLAG   PIC X(01).
           88  WS-FIRST-WORD             VALUE 'Y'.

       COPY WORDSDB2.
       COPY WORDSTAT.
       COPY WEBREQ.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
      *A MAIN SECTION
      ****************************************************************
       A-MAIN SECTION.
           PERFORM B-SERVICE-SECTION
           GOBACK
           .
      ****************************************************************
      *QA DECLARE LBCSR SECTION                                      *
      *THE WORDLB STANDINGS - TOP 10 OPERATORS BY WIN RATE WITH THE  *
      *STREAK FROM THEIR MOST RECENT GAME, VOIDED GAMES LEFT OUT OF  *
      *BOTH. KEEP IN STEP WITH WORDLB'S QA-DECLARE-LBCSR SO THE      *
      *PORTAL AND THE WLDB SCREEN NEVER DISAGREE                     *
      ****************************************************************
       QA-DECLARE-LBCSR SECTION.
           EXEC SQL
             DECLARE LBCSR CURSOR FOR
             SELECT S.OPID,
                    SUM(CASE WHEN S.WIN_FLAG = 'Y' THEN 1 ELSE 0 END),
                    SUM(CASE WHEN S.WIN_FLAG = 'N' THEN 1 ELSE 0 END),
                    (SELECT S2.CURRENT_STREAK
                       FROM USER11.WORDSTATS S2
                      WHERE S2.OPID = S.OPID
                        AND S2.VOID_FLAG = 'N'
                      ORDER BY S2.PLAY_TS DESC
                      FETCH FIRST 1 ROW ONLY)
             FROM USER11.WORDSTATS S
             WHERE S.VOID_FLAG = 'N'
             GROUP BY S.OPID
             ORDER BY (CAST(SUM(CASE WHEN S.WIN_FLAG = 'Y'
                                     THEN 1 ELSE 0 END) AS DECIMAL(9,2))
                      / CAST(COUNT(*) AS DECIMAL(9,2))) DESC
             FETCH FIRST 10 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *QB DECLARE GMCSR SECTION                                      *
      *ONE OPERATOR'S LAST 20 GAMES THAT STILL COUNT, NEWEST FIRST - *
      *PRACTICE GAMES NEVER REACH WORDSTATS AND VOIDED ONES ARE LEFT *
      *OUT. A WORD SINCE REMOVED FROM WORDSDB2 COMES BACK NULL       *
      ****************************************************************
       QB-DECLARE-GMCSR SECTION.
           EXEC SQL
             DECLARE GMCSR CURSOR FOR
             SELECT CHAR(S.PLAY_TS), W.WORD, S.CATEGORY, S.DIFFICULTY,
                    S.WIN_FLAG, S.WRONG_GUESSES
             FROM USER11.WORDSTATS S
                  LEFT OUTER JOIN USER11.WORDSDB2 W
                  ON W.WORDID = S.WORDID
             WHERE S.OPID = :WR-OPID
               AND S.VOID_FLAG = 'N'
             ORDER BY S.PLAY_TS DESC
             FETCH FIRST 20 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *QC DECLARE WDCSR SECTION                                      *
      *EVERY WORD QB-RANDOMIZE IN WORDGAME COULD PICK TODAY - ACTIVE *
      *AND INSIDE ITS EFFECTIVE WINDOW, IF IT HAS ONE                *
      ****************************************************************
       QC-DECLARE-WDCSR SECTION.
           EXEC SQL
             DECLARE WDCSR CURSOR FOR
             SELECT CATEGORY, WORD
             FROM USER11.WORDSDB2
             WHERE ACTIVE_FLAG = 'Y'
               AND (EFFECTIVE_FROM IS NULL
                     OR EFFECTIVE_FROM <= CURRENT DATE)
               AND (EFFECTIVE_TO IS NULL
                     OR EFFECTIVE_TO >= CURRENT DATE)
             ORDER BY CATEGORY, WORD
           END-EXEC
           .
      ****************************************************************
      *B SERVICE SECTION                                             *
      *READ-ONLY SERVICE FOR THE STAFF PORTAL - NO 3270 I/O AND NO   *
      *UPDATES. ONLY THE PORTAL SERVICE ID IS ANSWERED; ANYONE ELSE  *
      *GETS A 403. THE REQUEST COMES IN ON WEBREQUEST AND THE STATUS *
      *AND JSON GO BACK ON WEBSTATUS/WEBRESPONSE                     *
      ****************************************************************
       B-SERVICE-SECTION.
           MOVE 1 TO WS-JSON-PTR
           MOVE 'N' TO WS-JSON-FLAG
           SET WEB-OK TO TRUE

           EXEC CICS ASSIGN
             CHANNEL(WS-CHANNEL)
             USERID(WS-USERID)
           END-EXEC

      *    WITHOUT A CHANNEL THERE IS NOWHERE TO PUT A REPLY
           IF WS-CHANNEL = SPACES
              EXEC CICS
                RETURN
              END-EXEC
           END-IF

           MOVE SPACES TO WEB-REQUEST
           MOVE LENGTH OF WEB-REQUEST TO WS-REQ-LEN
           EXEC CICS GET
             CONTAINER('WEBREQUEST')
             INTO(WEB-REQUEST)
             FLENGTH(WS-REQ-LEN)
             RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
           WHEN WS-USERID NOT = WS-PORTAL-USERID
             SET WEB-FORBIDDEN TO TRUE
             MOVE 'NOT AUTHORIZED FOR THIS SERVICE' TO WS-ERROR-TEXT
           WHEN WS-RESP NOT = DFHRESP(NORMAL)
             SET WEB-BAD-REQUEST TO TRUE
             MOVE 'NO WEBREQUEST CONTAINER' TO WS-ERROR-TEXT
           WHEN WR-LEADERS
             PERFORM C-BUILD-LEADERS
           WHEN WR-OPERATOR
             PERFORM D-BUILD-OPERATOR
           WHEN WR-WORDS
             PERFORM E-BUILD-WORDS
           WHEN OTHER
             SET WEB-BAD-REQUEST TO TRUE
             MOVE 'UNKNOWN FUNCTION' TO WS-ERROR-TEXT
           END-EVALUATE

           IF WEB-OK AND WS-JSON-FULL
              SET WEB-SERVER-ERROR TO TRUE
              MOVE 'RESPONSE TOO LARGE' TO WS-ERROR-TEXT
           END-IF
           IF NOT WEB-OK
              PERFORM F-BUILD-ERROR
           END-IF

           PERFORM G-PUT-RESPONSE
           EXEC CICS
             RETURN
           END-EXEC
           .
      ****************************************************************
      *C BUILD LEADERS SECTION                                       *
      *{"leaderboard":[{"rank":n,"opid":"..","wins":n,"losses":n,    *
      *"winPct":n.n,"streak":n},...]}                                *
      ****************************************************************
       C-BUILD-LEADERS SECTION.
           MOVE ZERO TO WS-ROWCOUNT
           MOVE '{"leaderboard":[' TO WS-PIECE
           PERFORM W-APPEND-RAW

           EXEC SQL
             OPEN LBCSR
           END-EXEC

           PERFORM CA-FETCH-ROW
           PERFORM CB-ADD-LEADER
                   UNTIL SQLCODE NOT = ZERO OR WS-ROWCOUNT = 10
           IF SQLCODE < ZERO
              SET WEB-SERVER-ERROR TO TRUE
              MOVE 'WORDSTATS READ FAILED' TO WS-ERROR-TEXT
           END-IF

           EXEC SQL
             CLOSE LBCSR
           END-EXEC

           MOVE ']}' TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *CA FETCH ROW SECTION                                          *
      ****************************************************************
       CA-FETCH-ROW SECTION.
           EXEC SQL
             FETCH LBCSR
             INTO  :OPID, :WIN-COUNT, :LOSS-COUNT, :CURRENT-STREAK
           END-EXEC
           .
      ****************************************************************
      *CB ADD LEADER SECTION                                         *
      *ONE STANDING - THE WIN PERCENTAGE IS WORKED THE SAME WAY      *
      *WORDLB'S CB-STORE-ROW WORKS IT                                *
      ****************************************************************
       CB-ADD-LEADER SECTION.
           ADD 1 TO WS-ROWCOUNT
           IF WS-ROWCOUNT > 1
              MOVE ',' TO WS-PIECE
              PERFORM W-APPEND-RAW
           END-IF

           MOVE '{"rank":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WS-ROWCOUNT TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE ',"opid":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE OPID TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE ',"wins":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WIN-COUNT TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE ',"losses":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE LOSS-COUNT TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE ',"winPct":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           COMPUTE WIN-PCT ROUNDED =
                   (WIN-COUNT * 100) / (WIN-COUNT + LOSS-COUNT)
           PERFORM W-APPEND-PCT
           MOVE ',"streak":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE CURRENT-STREAK TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE '}' TO WS-PIECE
           PERFORM W-APPEND-RAW

           PERFORM CA-FETCH-ROW
           .
      ****************************************************************
      *D BUILD OPERATOR SECTION                                      *
      *{"opid":"..","games":n,"wins":n,"losses":n,"winPct":n.n,      *
      *"streak":n,"lastGames":[{"playTs":"..","word":"..",           *
      *"category":"..","difficulty":"..","result":"WON"|"LOST",      *
      *"wrongGuesses":n},...]} - AN OPERATOR WITH NO COUNTED GAMES   *
      *IS A 404                                                      *
      ****************************************************************
       D-BUILD-OPERATOR SECTION.
           MOVE ZERO TO WS-GAME-COUNT
           MOVE ZERO TO WIN-COUNT
           MOVE ZERO TO LOSS-COUNT
           IF WR-OPID NOT = SPACES AND WR-OPID NOT = LOW-VALUES
              EXEC SQL
                SELECT COUNT(*),
                       SUM(CASE WHEN WIN_FLAG = 'Y' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN WIN_FLAG = 'N' THEN 1 ELSE 0 END)
                INTO   :WS-GAME-COUNT, :WIN-COUNT :WS-WIN-IND,
                       :LOSS-COUNT :WS-LOSS-IND
                FROM USER11.WORDSTATS
                WHERE OPID = :WR-OPID
                  AND VOID_FLAG = 'N'
              END-EXEC
           END-IF

           EVALUATE TRUE
           WHEN WR-OPID = SPACES OR WR-OPID = LOW-VALUES
             SET WEB-BAD-REQUEST TO TRUE
             MOVE 'OPID REQUIRED' TO WS-ERROR-TEXT
           WHEN SQLCODE NOT = ZERO
             SET WEB-SERVER-ERROR TO TRUE
             MOVE 'WORDSTATS READ FAILED' TO WS-ERROR-TEXT
           WHEN WS-GAME-COUNT = ZERO
             SET WEB-NOT-FOUND TO TRUE
             MOVE 'NO GAMES FOR OPERATOR' TO WS-ERROR-TEXT
           WHEN OTHER
             PERFORM DA-OPERATOR-TOTALS
             IF WEB-OK
                PERFORM DB-OPERATOR-GAMES
             END-IF
           END-EVALUATE
           .
      ****************************************************************
      *DA OPERATOR TOTALS SECTION                                    *
      *THE STREAK IS THE ONE CARRIED ON THE OPERATOR'S MOST RECENT   *
      *COUNTED GAME, AS ON THE LEADERBOARD. IF IT CANNOT BE READ THE *
      *REQUEST FAILS RATHER THAN SHOWING A STREAK OF NOUGHT          *
      ****************************************************************
       DA-OPERATOR-TOTALS SECTION.
           MOVE ZERO TO CURRENT-STREAK
           EXEC SQL
             SELECT CURRENT_STREAK
             INTO   :CURRENT-STREAK
             FROM USER11.WORDSTATS
             WHERE OPID = :WR-OPID
               AND VOID_FLAG = 'N'
             ORDER BY PLAY_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = ZERO
              SET WEB-SERVER-ERROR TO TRUE
              MOVE 'WORDSTATS READ FAILED' TO WS-ERROR-TEXT
           ELSE
              MOVE '{"opid":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE WR-OPID TO WS-PIECE
              PERFORM W-APPEND-QUOTED
              MOVE ',"games":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE WS-GAME-COUNT TO WS-NUM-EDIT
              PERFORM W-APPEND-NUMBER
              MOVE ',"wins":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE WIN-COUNT TO WS-NUM-EDIT
              PERFORM W-APPEND-NUMBER
              MOVE ',"losses":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE LOSS-COUNT TO WS-NUM-EDIT
              PERFORM W-APPEND-NUMBER
              MOVE ',"winPct":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              COMPUTE WIN-PCT ROUNDED =
                      (WIN-COUNT * 100) / WS-GAME-COUNT
              PERFORM W-APPEND-PCT
              MOVE ',"streak":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE CURRENT-STREAK TO WS-NUM-EDIT
              PERFORM W-APPEND-NUMBER
           END-IF
           .
      ****************************************************************
      *DB OPERATOR GAMES SECTION                                     *
      ****************************************************************
       DB-OPERATOR-GAMES SECTION.
           MOVE ZERO TO WS-ROWCOUNT
           MOVE ',"lastGames":[' TO WS-PIECE
           PERFORM W-APPEND-RAW

           EXEC SQL
             OPEN GMCSR
           END-EXEC

           PERFORM DB1-FETCH-GAME
           PERFORM DB2-ADD-GAME
                   UNTIL SQLCODE NOT = ZERO OR WS-ROWCOUNT = 20
           IF SQLCODE < ZERO
              SET WEB-SERVER-ERROR TO TRUE
              MOVE 'WORDSTATS READ FAILED' TO WS-ERROR-TEXT
           END-IF

           EXEC SQL
             CLOSE GMCSR
           END-EXEC

           MOVE ']}' TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *DB1 FETCH GAME SECTION                                        *
      ****************************************************************
       DB1-FETCH-GAME SECTION.
           EXEC SQL
             FETCH GMCSR
             INTO  :PLAY-TS, :WORD :WS-WORD-IND, :CATEGORY,
                   :DIFFICULTY, :WIN-FLAG, :WRONG-GUESSES
           END-EXEC
           .
      ****************************************************************
      *DB2 ADD GAME SECTION                                          *
      ****************************************************************
       DB2-ADD-GAME SECTION.
           ADD 1 TO WS-ROWCOUNT
           IF WS-ROWCOUNT > 1
              MOVE ',' TO WS-PIECE
              PERFORM W-APPEND-RAW
           END-IF
           IF WS-WORD-IND < ZERO
              MOVE SPACES TO WORD
           END-IF

           MOVE '{"playTs":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE PLAY-TS TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE ',"word":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WORD TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE ',"category":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE CATEGORY TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE ',"difficulty":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE DIFFICULTY TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE ',"result":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           IF GAME-WON
              MOVE 'WON' TO WS-PIECE
           ELSE
              MOVE 'LOST' TO WS-PIECE
           END-IF
           PERFORM W-APPEND-QUOTED
           MOVE ',"wrongGuesses":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WRONG-GUESSES TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE '}' TO WS-PIECE
           PERFORM W-APPEND-RAW

           PERFORM DB1-FETCH-GAME
           .
      ****************************************************************
      *E BUILD WORDS SECTION                                         *
      *{"categories":[{"category":"..","words":["..",..],"count":n}, *
      *...]} - ONE ENTRY PER CATEGORY, BROKEN ON CHANGE OF CATEGORY  *
      ****************************************************************
       E-BUILD-WORDS SECTION.
           MOVE 'Y' TO WS-FIRST-FLAG
           MOVE LOW-VALUES TO WS-LAST-CATEGORY
           MOVE '{"categories":[' TO WS-PIECE
           PERFORM W-APPEND-RAW

           EXEC SQL
             OPEN WDCSR
           END-EXEC

           PERFORM EA-FETCH-WORD
           PERFORM EB-ADD-WORD
                   UNTIL SQLCODE NOT = ZERO OR WS-JSON-FULL
           IF SQLCODE < ZERO
              SET WEB-SERVER-ERROR TO TRUE
              MOVE 'WORDSDB2 READ FAILED' TO WS-ERROR-TEXT
           END-IF

           EXEC SQL
             CLOSE WDCSR
           END-EXEC

           IF NOT WS-FIRST-ITEM
              PERFORM EC-CLOSE-CATEGORY
           END-IF
           MOVE ']}' TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *EA FETCH WORD SECTION                                         *
      ****************************************************************
       EA-FETCH-WORD SECTION.
           EXEC SQL
             FETCH WDCSR
             INTO  :CATEGORY, :WORD
           END-EXEC
           .
      ****************************************************************
      *EB ADD WORD SECTION                                           *
      ****************************************************************
       EB-ADD-WORD SECTION.
           IF CATEGORY NOT = WS-LAST-CATEGORY
              IF NOT WS-FIRST-ITEM
                 PERFORM EC-CLOSE-CATEGORY
                 MOVE ',' TO WS-PIECE
                 PERFORM W-APPEND-RAW
              END-IF
              MOVE 'N' TO WS-FIRST-FLAG
              MOVE 'Y' TO WS-FIRST-WORD-FLAG
              MOVE ZERO TO WS-CAT-WORDS
              MOVE CATEGORY TO WS-LAST-CATEGORY
              MOVE '{"category":' TO WS-PIECE
              PERFORM W-APPEND-RAW
              MOVE CATEGORY TO WS-PIECE
              PERFORM W-APPEND-QUOTED
              MOVE ',"words":[' TO WS-PIECE
              PERFORM W-APPEND-RAW
           END-IF

           IF NOT WS-FIRST-WORD
              MOVE ',' TO WS-PIECE
              PERFORM W-APPEND-RAW
           END-IF
           MOVE 'N' TO WS-FIRST-WORD-FLAG
           ADD 1 TO WS-CAT-WORDS
           MOVE WORD TO WS-PIECE
           PERFORM W-APPEND-QUOTED

           PERFORM EA-FETCH-WORD
           .
      ****************************************************************
      *EC CLOSE CATEGORY SECTION                                     *
      ****************************************************************
       EC-CLOSE-CATEGORY SECTION.
           MOVE '],"count":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WS-CAT-WORDS TO WS-NUM-EDIT
           PERFORM W-APPEND-NUMBER
           MOVE '}' TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *F BUILD ERROR SECTION                                         *
      *REPLACES ANYTHING BUILT SO FAR WITH {"error":"..."}           *
      ****************************************************************
       F-BUILD-ERROR SECTION.
           MOVE 1 TO WS-JSON-PTR
           MOVE 'N' TO WS-JSON-FLAG
           MOVE '{"error":' TO WS-PIECE
           PERFORM W-APPEND-RAW
           MOVE WS-ERROR-TEXT TO WS-PIECE
           PERFORM W-APPEND-QUOTED
           MOVE '}' TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *G PUT RESPONSE SECTION                                        *
      ****************************************************************
       G-PUT-RESPONSE SECTION.
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1
           EXEC CICS PUT
             CONTAINER('WEBSTATUS')
             FROM(WEB-STATUS)
             FLENGTH(LENGTH OF WEB-STATUS)
             CHAR
             RESP(WS-RESP)
           END-EXEC
           EXEC CICS PUT
             CONTAINER('WEBRESPONSE')
             FROM(WS-JSON)
             FLENGTH(WS-JSON-LEN)
             CHAR
             RESP(WS-RESP)
           END-EXEC
           .
      ****************************************************************
      *W APPEND RAW SECTION                                          *
      *APPENDS WS-PIECE, LESS TRAILING SPACES, TO WS-JSON AS IT      *
      *STANDS - FOR NUMBERS AND THE FIXED PARTS OF THE RESPONSE      *
      ****************************************************************
       W-APPEND-RAW SECTION.
           PERFORM W1-PIECE-LENGTH
           IF WS-PIECE-LEN > ZERO
              STRING WS-PIECE(1:WS-PIECE-LEN) DELIMITED BY SIZE
                INTO WS-JSON
                WITH POINTER WS-JSON-PTR
                ON OVERFLOW
                   SET WS-JSON-FULL TO TRUE
              END-STRING
           END-IF
           .
      ****************************************************************
      *W APPEND QUOTED SECTION                                       *
      *APPENDS WS-PIECE AS A JSON STRING. TABLE DATA IS NOT TRUSTED  *
      *TO BE PLAIN TEXT, SO IT GOES IN A CHARACTER AT A TIME WITH    *
      *QUOTES AND BACKSLASHES ESCAPED                                *
      ****************************************************************
       W-APPEND-QUOTED SECTION.
           PERFORM W1-PIECE-LENGTH
           STRING '"' DELIMITED BY SIZE
             INTO WS-JSON
             WITH POINTER WS-JSON-PTR
             ON OVERFLOW
                SET WS-JSON-FULL TO TRUE
           END-STRING
           PERFORM W3-APPEND-CHAR
                   VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-PIECE-LEN
           STRING '"' DELIMITED BY SIZE
             INTO WS-JSON
             WITH POINTER WS-JSON-PTR
             ON OVERFLOW
                SET WS-JSON-FULL TO TRUE
           END-STRING
           .
      ****************************************************************
      *W APPEND NUMBER SECTION                                       *
      *APPENDS WS-NUM-EDIT WITHOUT ITS LEADING SPACES                *
      ****************************************************************
       W-APPEND-NUMBER SECTION.
           MOVE ZERO TO WS-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE WS-NUM-EDIT(WS-LEAD + 1:) TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *W APPEND PCT SECTION                                          *
      *APPENDS WIN-PCT TO ONE DECIMAL PLACE, AS WORDLB SHOWS IT      *
      ****************************************************************
       W-APPEND-PCT SECTION.
           MOVE WIN-PCT TO WS-PCT-EDIT
           MOVE ZERO TO WS-LEAD
           INSPECT WS-PCT-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE WS-PCT-EDIT(WS-LEAD + 1:) TO WS-PIECE
           PERFORM W-APPEND-RAW
           .
      ****************************************************************
      *W1 PIECE LENGTH SECTION                                       *
      ****************************************************************
       W1-PIECE-LENGTH SECTION.
           PERFORM W2-STEP-BACK
                   VARYING WS-PIECE-LEN FROM LENGTH OF WS-PIECE BY -1
                   UNTIL WS-PIECE-LEN = ZERO
                      OR WS-PIECE(WS-PIECE-LEN:1) NOT = SPACE
           .
      ****************************************************************
      *W2 STEP BACK SECTION                                          *
      *NOTHING TO DO PER STEP - W1-PIECE-LENGTH'S VARYING CLAUSE DOES*
      *THE WORK                                                      *
      ****************************************************************
       W2-STEP-BACK SECTION.
           CONTINUE
           .
      ****************************************************************
      *W3 APPEND CHAR SECTION                                        *
      *ONE CHARACTER OF A QUOTED STRING. TAB, CARRIAGE RETURN AND    *
      *NEW LINE GO AS THEIR JSON ESCAPES. ANY OTHER CONTROL BYTE     *
      *(BELOW SPACE) GOES AS A SPACE - A \U ESCAPE WOULD CARRY THE   *
      *EBCDIC CODE, NOT THE CHARACTER THE CLIENT RECEIVES            *
      ****************************************************************
       W3-APPEND-CHAR SECTION.
           MOVE WS-PIECE(WS-CHAR-SUB:1) TO WS-CHAR
           MOVE 2 TO WS-ESCAPE-LEN
           EVALUATE TRUE
           WHEN WS-CHAR = '"' OR WS-CHAR = '\'
             MOVE '\' TO WS-ESCAPE(1:1)
             MOVE WS-CHAR TO WS-ESCAPE(2:1)
           WHEN WS-CHAR = X'05'
             MOVE '\t' TO WS-ESCAPE
           WHEN WS-CHAR = X'0D'
             MOVE '\r' TO WS-ESCAPE
           WHEN WS-CHAR = X'15' OR WS-CHAR = X'25'
             MOVE '\n' TO WS-ESCAPE
           WHEN WS-CHAR < SPACE
             MOVE SPACE TO WS-ESCAPE
             MOVE 1 TO WS-ESCAPE-LEN
           WHEN OTHER
             MOVE WS-CHAR TO WS-ESCAPE
             MOVE 1 TO WS-ESCAPE-LEN
           END-EVALUATE
           STRING WS-ESCAPE(1:WS-ESCAPE-LEN) DELIMITED BY SIZE
             INTO WS-JSON
             WITH POINTER WS-JSON-PTR
             ON OVERFLOW
                SET WS-JSON-FULL TO TRUE
           END-STRING
           .
