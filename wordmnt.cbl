       01 WS-DIFFICULTY       PIC X(06).
       01 WS-ACTIVE-FLAG      PIC X(01).

      * AN UPDATE KEEPS WHICHEVER SIDE OF THE EFFECTIVE WINDOW CAME
      * BACK BLANK - THE ROW'S STORED DATES ARE READ INTO THESE, NULL
      * (NO LIMIT) SHOWN BY THE INDICATORS
       01 WS-DATE-MODE        PIC X(01).
           88  WS-DATES-ADD               VALUE 'A'.
           88  WS-DATES-UPDATE            VALUE 'U'.
       01 WS-KEEP-FROM        PIC X(01).
       01 WS-KEEP-TO          PIC X(01).
       01 WS-STORED-FROM      PIC X(10).
       01 WS-STORED-TO        PIC X(10).
       01 WS-STORED-FROM-IND  PIC S9(4) USAGE COMP.
       01 WS-STORED-TO-IND    PIC S9(4) USAGE COMP.
       01 WS-NEAR-DUP-MSG.
           02  FILLER         PIC X(23) VALUE 'SAME LETTERS AS WORDID '.
           02  WND-WORDID     PIC Z(8)9.

      * WS-VARIABLES FOR THE WBSCR BROWSE LIST
       01 WS-GB-COUNT         PIC 9(02).
       01 WS-ROWNUM           PIC 9(02).
             03 WS-GB-DIFFICULTY    PIC X(06).
             03 WS-GB-ACTIVE        PIC X(01).

      * WS-VARIABLES FOR THE WRSCR SUGGESTION REVIEW LIST
       01 WS-RESP             PIC S9(8) USAGE COMP.
       01 WS-SG-COUNT         PIC 9(02).
       01 WS-SG-ID-OUT        PIC Z(8)9.
       01 WS-REVIEW-ID        PIC X(09).
       01 WS-REVIEW-ID-LEN    PIC S9(4) USAGE COMP.
       01 WS-REVIEW-ID-WORK   PIC X(09).
       01 WS-REVIEW-REASON    PIC X(30).
       01 WS-REVIEW-FLAG      PIC X(01).
           88  WS-REVIEW-OK               VALUE 'Y'.
           88  WS-REVIEW-FAILED           VALUE 'N'.
       01 WS-APPROVED-MSG.
           02  FILLER         PIC X(23) VALUE 'APPROVED - ADDED WORDID'.
           02  WAP-WORDID     PIC Z(8)9.
       01 WS-SG-RAW.
          02 WS-SGR-ENTRY OCCURS 10 TIMES.
             03 WS-SGR-ID           PIC S9(9) USAGE COMP.
             03 WS-SGR-WORD         PIC X(30).
             03 WS-SGR-CATEGORY     PIC X(10).
             03 WS-SGR-DIFFICULTY   PIC X(06).
             03 WS-SGR-OPID         PIC X(03).
             03 WS-SGR-DATE         PIC X(10).
       01 WS-SG-TABLE.
          02 WS-SG-ENTRY OCCURS 10 TIMES.
             03 WS-SG-ID            PIC S9(9) USAGE COMP.
             03 WS-SG-WORD          PIC X(30).
             03 WS-SG-CATEGORY      PIC X(10).
             03 WS-SG-DIFFICULTY    PIC X(06).
             03 WS-SG-OPID          PIC X(03).
             03 WS-SG-DATE          PIC X(10).

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WORDMNT.
       COPY WORDSDB2.
       COPY CATDIFF.
       COPY BANTERM.
       COPY SUGGEST.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC
           .
      ****************************************************************
      *HA DECLARE SFCSR SECTION                                      *
      *FORWARD CURSOR FOR THE WRSCR REVIEW LIST - THE NEXT 10        *
      *PENDING SUGGESTIONS ABOVE WM-BOTTOM-SUGGID, OLDEST FIRST      *
      ****************************************************************
       HA-DECLARE-SFCSR SECTION.
           EXEC SQL
             DECLARE SFCSR CURSOR FOR
             SELECT SUGGEST_ID, WORD, CATEGORY, DIFFICULTY,
                    SUBMIT_OPID, CHAR(DATE(SUBMIT_TS), ISO)
             FROM USER11.WORD_SUGGEST
             WHERE STATUS = 'P'
               AND SUGGEST_ID > :WM-BOTTOM-SUGGID
             ORDER BY SUGGEST_ID
             FETCH FIRST 10 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *HB DECLARE SBCSR SECTION                                      *
      *BACKWARD CURSOR FOR THE WRSCR REVIEW LIST - THE 10 PENDING    *
      *SUGGESTIONS IMMEDIATELY BELOW WM-TOP-SUGGID, CLOSEST FIRST    *
      ****************************************************************
       HB-DECLARE-SBCSR SECTION.
           EXEC SQL
             DECLARE SBCSR CURSOR FOR
             SELECT SUGGEST_ID, WORD, CATEGORY, DIFFICULTY,
                    SUBMIT_OPID, CHAR(DATE(SUBMIT_TS), ISO)
             FROM USER11.WORD_SUGGEST
             WHERE STATUS = 'P'
               AND SUGGEST_ID < :WM-TOP-SUGGID
             ORDER BY SUGGEST_ID DESC
             FETCH FIRST 10 ROWS ONLY
           END-EXEC
           .
      ****************************************************************
      *B CICS SECTION                                                *
      *LOGIC FOR DIFFERENT KEY PRESSES IN CICS - PF5=BROWSE LIST,    *
      *PF6=ADD, PF7=UPDATE OR PAGE BACKWARD, PF8=DELETE OR PAGE      *
      *FORWARD, PF9=SUGGESTION REVIEW LIST, PF10/PF11=APPROVE/REJECT *
      *A SUGGESTION, PF3=EXIT OR RETURN TO WMSCR FROM EITHER LIST    *
      ****************************************************************
       B-CICS-SECTION.

             PERFORM C-SEND-MAP
             MOVE ZERO TO WM-MODE

           WHEN EIBAID = DFHPF3 AND (WM-LIST-ACTIVE OR WM-REVIEW-ACTIVE)
      *       F3 FROM THE BROWSE OR REVIEW LIST - RETURN TO WMSCR
             MOVE LOW-VALUES TO WMSCRO
             MOVE 'ENTER WORDID, PF5=BROWSE PF6=ADD PF7=UPDATE'
               TO MSG1O
             MOVE 'INVALID KEY PRESSED' TO WBMSG1O
             PERFORM CB-SEND-MAP-BROWSE

           WHEN EIBAID = DFHPF8 AND WM-REVIEW-ACTIVE
      *       F8 FROM THE REVIEW LIST - PAGE FORWARD
             MOVE LOW-VALUES TO WRSCRO
             PERFORM HC-FETCH-FORWARD-PAGE
             PERFORM HE-FORMAT-PAGE
             PERFORM CC-SEND-MAP-REVIEW

           WHEN EIBAID = DFHPF7 AND WM-REVIEW-ACTIVE
      *       F7 FROM THE REVIEW LIST - PAGE BACKWARD
             MOVE LOW-VALUES TO WRSCRO
             PERFORM HD-FETCH-BACKWARD-PAGE
             PERFORM HE-FORMAT-PAGE
             PERFORM CC-SEND-MAP-REVIEW

           WHEN EIBAID = DFHPF10 AND WM-REVIEW-ACTIVE
      *       F10 APPROVE - THE SUGGESTION IS ADDED BY THE SAME CHECKS
      *       AND FC-ADD-WORD AS A PF6 ADD, THEN THE PAGE IS REFRESHED
             PERFORM HG-RECEIVE-REVIEW
             PERFORM HH-APPROVE-SUGGESTION
             PERFORM HK-REFRESH-PAGE

           WHEN EIBAID = DFHPF11 AND WM-REVIEW-ACTIVE
      *       F11 REJECT - THE SUGGESTION IS CLOSED WITH THE REASON
      *       KEYED, THEN THE PAGE IS REFRESHED
             PERFORM HG-RECEIVE-REVIEW
             PERFORM HI-REJECT-SUGGESTION
             PERFORM HK-REFRESH-PAGE

           WHEN WM-REVIEW-ACTIVE
      *       ANY OTHER KEY WHILE THE REVIEW LIST IS UP - AS FOR THE
      *       BROWSE LIST, THIS MUST SIT ABOVE THE PLAIN PF BRANCHES
             MOVE SPACES TO WS-REVIEW-ID WS-REVIEW-REASON
             MOVE 'INVALID KEY PRESSED' TO MSG1O
             PERFORM HK-REFRESH-PAGE

           WHEN EIBAID = DFHPF5
      *       F5 BROWSE - OPEN THE SCROLLABLE LIST ANCHORED AT THE
      *       ENTERED WORDID AND/OR CATEGORY/DIFFICULTY
      *       THE CURRENT MAX, THE SAME NUMBERING QA-MAXWORD USES
             PERFORM D-RECEIVE-MAP
             PERFORM FA-VALIDATE-CATDIFF
             IF CD-VALID
               SET WS-DATES-ADD TO TRUE
               PERFORM FB-VALIDATE-DATES
             END-IF
             IF CD-VALID
               MOVE ZERO TO BT-OWN-WORDID
               PERFORM FF-SCREEN-WORD
             END-IF
             IF CD-VALID
               PERFORM FC-ADD-WORD
             END-IF
             PERFORM E-SEND-DATA

           WHEN EIBAID = DFHPF7
      *       F7 UPDATE - REWRITE WORD/CATEGORY/DIFFICULTY AND THE
      *       EFFECTIVE WINDOW FOR THE ENTERED WORDID
             PERFORM D-RECEIVE-MAP
             PERFORM FA-VALIDATE-CATDIFF
             IF CD-VALID
               SET WS-DATES-UPDATE TO TRUE
               PERFORM FB-VALIDATE-DATES
             END-IF
             IF CD-VALID
               MOVE WS-WORDID TO BT-OWN-WORDID
               PERFORM FF-SCREEN-WORD
             END-IF
             IF CD-VALID
               PERFORM FD-UPDATE-WORD
             END-IF
             PERFORM FE-DELETE-WORD
             PERFORM E-SEND-DATA

           WHEN EIBAID = DFHPF9
      *       F9 REVIEW - OPEN THE LIST OF PENDING WORD SUGGESTIONS
      *       FROM WORDSUG AT THE OLDEST
             MOVE LOW-VALUES TO WRSCRO
             PERFORM HF-REVIEW-START
             PERFORM HC-FETCH-FORWARD-PAGE
             PERFORM HE-FORMAT-PAGE
             PERFORM CC-SEND-MAP-REVIEW
             SET WM-REVIEW-ACTIVE TO TRUE

           WHEN OTHER
      *       LOGIC FOR ANY OTHER CASES
             MOVE LOW-VALUES TO WMSCRO
           END-EXEC
           .
      ****************************************************************
      *CC SEND MAP REVIEW SECTION                                    *
      ****************************************************************
       CC-SEND-MAP-REVIEW SECTION.
           EXEC CICS SEND
             MAP     ('WRSCR')
             MAPSET  ('WORDMNT')
             FROM    (WRSCRO)
             ERASE
           END-EXEC
           .
      ****************************************************************
      *D RECEIVE MAP SECTION                                         *
      ****************************************************************
       D-RECEIVE-MAP SECTION.
           END-IF
           .
      ****************************************************************
      *FB VALIDATE DATES SECTION                                     *
      *THE EFFECTIVE WINDOW IS OPTIONAL - NULL MEANS NO LIMIT ON     *
      *THAT SIDE, AND IS KEYED AS '*'. A BLANK DATE IS ALSO NULL ON  *
      *AN ADD, BUT ON AN UPDATE LEAVES THE ROW'S STORED DATE AS IT   *
      *IS, SO CHANGING A WORD NEVER QUIETLY DROPS ITS WINDOW. A DATE *
      *THAT IS GIVEN MUST BE A REAL DATE, AND IS PUT INTO ISO FORM   *
      *BY DB2 SO THE FROM/TO COMPARE BELOW AND THE VALUE SHOWN BACK  *
      *ARE YYYY-MM-DD. SETS CD-INVALID AND MSG1O WHEN THE WINDOW IS  *
      *NOT USABLE                                                    *
      ****************************************************************
       FB-VALIDATE-DATES SECTION.
           MOVE EFFFROMI TO EFFECTIVE-FROM
           MOVE EFFTOI TO EFFECTIVE-TO
      *    AN UNPROT FIELD THE OPERATOR NEVER TYPED INTO COMES BACK
      *    AS LOW-VALUES, NOT SPACES
           INSPECT EFFECTIVE-FROM REPLACING ALL LOW-VALUES BY SPACES
           INSPECT EFFECTIVE-TO REPLACING ALL LOW-VALUES BY SPACES
           MOVE ZERO TO EFF-FROM-IND
           MOVE ZERO TO EFF-TO-IND
           MOVE 'N' TO WS-KEEP-FROM
           MOVE 'N' TO WS-KEEP-TO

           IF EFFECTIVE-FROM = SPACES AND WS-DATES-UPDATE
             MOVE 'Y' TO WS-KEEP-FROM
           END-IF
           IF EFFECTIVE-TO = SPACES AND WS-DATES-UPDATE
             MOVE 'Y' TO WS-KEEP-TO
           END-IF
           IF EFFECTIVE-FROM = '*'
             MOVE SPACES TO EFFECTIVE-FROM
           END-IF
           IF EFFECTIVE-TO = '*'
             MOVE SPACES TO EFFECTIVE-TO
           END-IF

           IF EFFECTIVE-FROM = SPACES
             MOVE -1 TO EFF-FROM-IND
           ELSE
             EXEC SQL
               SELECT CHAR(DATE(:EFFECTIVE-FROM), ISO)
               INTO   :EFFECTIVE-FROM
               FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT = ZERO
               MOVE 'INVALID EFFECTIVE FROM DATE' TO MSG1O
               SET CD-INVALID TO TRUE
             END-IF
           END-IF

           IF EFFECTIVE-TO = SPACES
             MOVE -1 TO EFF-TO-IND
           ELSE
             IF CD-VALID
               EXEC SQL
                 SELECT CHAR(DATE(:EFFECTIVE-TO), ISO)
                 INTO   :EFFECTIVE-TO
                 FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = ZERO
                 MOVE 'INVALID EFFECTIVE TO DATE' TO MSG1O
                 SET CD-INVALID TO TRUE
               END-IF
             END-IF
           END-IF

           IF CD-VALID AND (WS-KEEP-FROM = 'Y' OR WS-KEEP-TO = 'Y')
             PERFORM FB1-KEEP-STORED-DATES
           END-IF

           IF CD-VALID AND EFF-FROM-IND = ZERO AND EFF-TO-IND = ZERO
             AND EFFECTIVE-TO < EFFECTIVE-FROM
             MOVE 'EFFECTIVE TO IS BEFORE EFFECTIVE FROM' TO MSG1O
             SET CD-INVALID TO TRUE
           END-IF
           .
      ****************************************************************
      *FB1 KEEP STORED DATES SECTION                                 *
      *READS THE ROW'S CURRENT WINDOW AND CARRIES IT INTO WHICHEVER  *
      *SIDE CAME BACK BLANK, SO THE FROM/TO COMPARE IS MADE AGAINST  *
      *THE WINDOW THE ROW WILL ACTUALLY END UP WITH                  *
      ****************************************************************
       FB1-KEEP-STORED-DATES SECTION.
           MOVE WS-WORDID TO WORDID
           MOVE SPACES TO WS-STORED-FROM WS-STORED-TO
           EXEC SQL
             SELECT CHAR(EFFECTIVE_FROM, ISO), CHAR(EFFECTIVE_TO, ISO)
             INTO   :WS-STORED-FROM :WS-STORED-FROM-IND,
                    :WS-STORED-TO :WS-STORED-TO-IND
             FROM USER11.WORDSDB2
             WHERE WORDID = :WORDID
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
             MOVE 'WORDID NOT FOUND' TO MSG1O
             SET CD-INVALID TO TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'WORDID LOOKUP NOT SUCCESFUL' TO MSG1O
             SET CD-INVALID TO TRUE
           WHEN OTHER
             IF WS-KEEP-FROM = 'Y'
               MOVE WS-STORED-FROM-IND TO EFF-FROM-IND
               IF WS-STORED-FROM-IND < ZERO
                 MOVE SPACES TO EFFECTIVE-FROM
               ELSE
                 MOVE WS-STORED-FROM TO EFFECTIVE-FROM
               END-IF
             END-IF
             IF WS-KEEP-TO = 'Y'
               MOVE WS-STORED-TO-IND TO EFF-TO-IND
               IF WS-STORED-TO-IND < ZERO
                 MOVE SPACES TO EFFECTIVE-TO
               ELSE
                 MOVE WS-STORED-TO TO EFFECTIVE-TO
               END-IF
             END-IF
           END-EVALUATE
           .
      ****************************************************************
      *FF SCREEN WORD SECTION                                        *
      *THE SAME SCREEN WORDLOAD'S CI-CHECK-BANNED AND                *
      *CJ-CHECK-NEAR-DUP APPLY TO THE FEED - THE WORD'S LETTERS MUST *
      *NOT CONTAIN AN ACTIVE USER11.BANNED_TERMS ENTRY, AND ITS KEY  *
      *MUST NOT MATCH ANY OTHER WORDSDB2 ROW'S WORD_KEY (WHICH ALSO  *
      *CATCHES AN EXACT DUPLICATE). BT-OWN-WORDID IS SET BY THE      *
      *CALLER - ZERO FOR AN ADD, THE ROW ITSELF FOR AN UPDATE.       *
      *SETS CD-INVALID AND MSG1O WHEN THE WORD FAILS                 *
      ****************************************************************
       FF-SCREEN-WORD SECTION.
           MOVE WORDI TO BT-SOURCE
           INSPECT BT-SOURCE REPLACING ALL LOW-VALUES BY SPACES
           PERFORM FF1-NORMALIZE

           IF BT-LEN = 0
             MOVE 'WORD MUST CONTAIN LETTERS' TO MSG1O
             SET CD-INVALID TO TRUE
           ELSE
             INITIALIZE BT-COUNT
             EXEC SQL
               SELECT COUNT(*)
               INTO   :BT-COUNT
               FROM USER11.BANNED_TERMS
               WHERE ACTIVE_FLAG = 'Y'
                 AND LOCATE(RTRIM(TERM), :BT-LETTERS) > 0
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
               MOVE 'BANNED TERM CHECK FAILED' TO MSG1O
               SET CD-INVALID TO TRUE
             WHEN BT-COUNT > 0
               MOVE 'WORD CONTAINS A BANNED TERM' TO MSG1O
               SET CD-INVALID TO TRUE
             WHEN OTHER
               PERFORM FF3-CHECK-NEAR-DUP
             END-EVALUATE
           END-IF
           .
      ****************************************************************
      *FF1 NORMALIZE SECTION                                         *
      *BT-SOURCE TO BT-LETTERS (UPPER CASE LETTERS ONLY) AND         *
      *BT-WORD-KEY (THE SAME, LESS ONE TRAILING PLURAL S) - THE SAME *
      *RULES WORDLOAD'S CI1-NORMALIZE APPLIES TO THE FEED            *
      ****************************************************************
       FF1-NORMALIZE SECTION.
           MOVE SPACES TO BT-LETTERS
           MOVE ZERO TO BT-LEN
           INSPECT BT-SOURCE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM FF2-KEEP-LETTER
               VARYING BT-SUB FROM 1 BY 1
               UNTIL BT-SUB > 30

           MOVE BT-LETTERS TO BT-WORD-KEY
           IF BT-LEN > 3
             AND BT-LETTERS(BT-LEN:1) = 'S'
             MOVE SPACE TO BT-WORD-KEY(BT-LEN:1)
           END-IF
           .
       FF2-KEEP-LETTER SECTION.
           MOVE BT-SOURCE(BT-SUB:1) TO BT-CHAR
           IF BT-LETTER
             ADD 1 TO BT-LEN
             MOVE BT-CHAR TO BT-LETTERS(BT-LEN:1)
           END-IF
           .
      ****************************************************************
      *FF3 CHECK NEAR DUP SECTION                                    *
      ****************************************************************
       FF3-CHECK-NEAR-DUP SECTION.
           MOVE ZERO TO BT-MATCH-WORDID
           EXEC SQL
             SELECT WORDID
             INTO   :BT-MATCH-WORDID
             FROM USER11.WORDSDB2
             WHERE WORD_KEY = :BT-WORD-KEY
               AND WORDID <> :BT-OWN-WORDID
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = ZERO
             MOVE BT-MATCH-WORDID TO WND-WORDID
             MOVE WS-NEAR-DUP-MSG TO MSG1O
             SET CD-INVALID TO TRUE
           WHEN SQLCODE NOT = 100
             MOVE 'NEAR DUPLICATE CHECK FAILED' TO MSG1O
             SET CD-INVALID TO TRUE
           END-EVALUATE
           .
      ****************************************************************
      *FC ADD WORD SECTION                                           *
      *INSERTS A NEW ROW WITH THE NEXT WORDID AFTER THE CURRENT MAX  *
      ****************************************************************
           MOVE CATEGORYI TO CATEGORY
           MOVE DIFFICULTYI TO DIFFICULTY
           MOVE 'Y' TO ACTIVE-FLAG
           MOVE BT-WORD-KEY TO WORD-KEY

           EXEC SQL
             INSERT INTO USER11.WORDSDB2
                   (WORDID, WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG,
                    EFFECTIVE_FROM, EFFECTIVE_TO, WORD_KEY)
             VALUES (:WORDID, :WORD, :CATEGORY, :DIFFICULTY,
                    :ACTIVE-FLAG, :EFFECTIVE-FROM :EFF-FROM-IND,
                    :EFFECTIVE-TO :EFF-TO-IND, :WORD-KEY)
           END-EXEC

           IF SQLCODE NOT = ZERO
           ELSE
             MOVE WORDID TO WORDIDO
             MOVE 'Y' TO ACTFLAGO
             MOVE EFFECTIVE-FROM TO EFFFROMO
             MOVE EFFECTIVE-TO TO EFFTOO
             MOVE 'WORD ADDED' TO MSG1O
           END-IF
           .
      ****************************************************************
      *FD UPDATE WORD SECTION                                        *
      *REWRITES WORD/CATEGORY/DIFFICULTY AND THE EFFECTIVE WINDOW    *
      *FOR AN EXISTING WORDID - THIS IS WHAT LETS A TYPO BE FIXED    *
      *WITHOUT A DBA. A BLANK DATE HAS ALREADY BEEN FILLED FROM THE  *
      *ROW BY FB1-KEEP-STORED-DATES, SO IT IS WRITTEN BACK UNCHANGED *
      ****************************************************************
       FD-UPDATE-WORD SECTION.
           MOVE 'UPD' TO FUNCO
           MOVE WORDI TO WORD
           MOVE CATEGORYI TO CATEGORY
           MOVE DIFFICULTYI TO DIFFICULTY
           MOVE BT-WORD-KEY TO WORD-KEY

           EXEC SQL
             UPDATE USER11.WORDSDB2
                SET WORD = :WORD,
                    CATEGORY = :CATEGORY,
                    DIFFICULTY = :DIFFICULTY,
                    EFFECTIVE_FROM = :EFFECTIVE-FROM :EFF-FROM-IND,
                    EFFECTIVE_TO = :EFFECTIVE-TO :EFF-TO-IND,
                    WORD_KEY = :WORD-KEY
             WHERE WORDID = :WORDID
           END-EXEC

      *       IS ZERO HERE, NOT 100 (100 IS A SELECT/FETCH-ONLY CODE)
             MOVE 'WORDID NOT FOUND' TO MSG1O
           WHEN OTHER
             MOVE EFFECTIVE-FROM TO EFFFROMO
             MOVE EFFECTIVE-TO TO EFFTOO
             MOVE 'WORD UPDATED' TO MSG1O
           END-EVALUATE
           .
             MOVE SPACES TO WL10IDO WL10WDO WL10CTO WL10DFO WL10ACO
           END-IF
           .
      ****************************************************************
      *HF REVIEW START SECTION                                       *
      *THE REVIEW LIST ALWAYS OPENS AT THE OLDEST PENDING SUGGESTION *
      ****************************************************************
       HF-REVIEW-START SECTION.
           MOVE ZERO TO WM-BOTTOM-SUGGID
           MOVE ZERO TO WM-TOP-SUGGID
           .
      ****************************************************************
      *HC FETCH FORWARD PAGE SECTION                                 *
      *READS UP TO 10 PENDING SUGGESTIONS ABOVE WM-BOTTOM-SUGGID     *
      *INTO WS-SG-TABLE AND ADVANCES WM-TOP/BOTTOM-SUGGID            *
      ****************************************************************
       HC-FETCH-FORWARD-PAGE SECTION.
           MOVE ZERO TO WS-SG-COUNT
           EXEC SQL
             OPEN SFCSR
           END-EXEC
           PERFORM HC1-FETCH-FWD-ROW
           PERFORM HC2-STORE-FWD-ROW
               UNTIL SQLCODE NOT = ZERO OR WS-SG-COUNT = 10
           EXEC SQL
             CLOSE SFCSR
           END-EXEC

           IF WS-SG-COUNT > 0
             MOVE WS-SG-ID(1) TO WM-TOP-SUGGID
             MOVE WS-SG-ID(WS-SG-COUNT) TO WM-BOTTOM-SUGGID
             MOVE 'PAGE DISPLAYED' TO WRMSG1O
           ELSE
             MOVE 'NO MORE SUGGESTIONS - AT END OF LIST' TO WRMSG1O
           END-IF
           .
       HC1-FETCH-FWD-ROW SECTION.
           EXEC SQL
             FETCH SFCSR
             INTO :SG-SUGGEST-ID, :SG-WORD, :SG-CATEGORY,
                  :SG-DIFFICULTY, :SG-SUBMIT-OPID, :SG-SUBMIT-DATE
           END-EXEC
           .
       HC2-STORE-FWD-ROW SECTION.
           ADD 1 TO WS-SG-COUNT
           MOVE SG-SUGGEST-ID TO WS-SG-ID(WS-SG-COUNT)
           MOVE SG-WORD TO WS-SG-WORD(WS-SG-COUNT)
           MOVE SG-CATEGORY TO WS-SG-CATEGORY(WS-SG-COUNT)
           MOVE SG-DIFFICULTY TO WS-SG-DIFFICULTY(WS-SG-COUNT)
           MOVE SG-SUBMIT-OPID TO WS-SG-OPID(WS-SG-COUNT)
           MOVE SG-SUBMIT-DATE TO WS-SG-DATE(WS-SG-COUNT)
           PERFORM HC1-FETCH-FWD-ROW
           .
      ****************************************************************
      *HD FETCH BACKWARD PAGE SECTION                                *
      *READS UP TO 10 PENDING SUGGESTIONS BELOW WM-TOP-SUGGID,       *
      *CLOSEST FIRST, THEN REVERSES THEM INTO WS-SG-TABLE SO THE     *
      *SCREEN STILL READS OLDEST TO NEWEST                           *
      ****************************************************************
       HD-FETCH-BACKWARD-PAGE SECTION.
           MOVE ZERO TO WS-SG-COUNT
           EXEC SQL
             OPEN SBCSR
           END-EXEC
           PERFORM HD1-FETCH-BWD-ROW
           PERFORM HD2-STORE-BWD-ROW
               UNTIL SQLCODE NOT = ZERO OR WS-SG-COUNT = 10
           EXEC SQL
             CLOSE SBCSR
           END-EXEC

           IF WS-SG-COUNT = 0
             MOVE 'NO MORE SUGGESTIONS - AT START OF LIST' TO WRMSG1O
           ELSE
             PERFORM HD3-REVERSE-TABLE
             MOVE WS-SG-ID(1) TO WM-TOP-SUGGID
             MOVE WS-SG-ID(WS-SG-COUNT) TO WM-BOTTOM-SUGGID
             MOVE 'PAGE DISPLAYED' TO WRMSG1O
           END-IF
           .
       HD1-FETCH-BWD-ROW SECTION.
           EXEC SQL
             FETCH SBCSR
             INTO :SG-SUGGEST-ID, :SG-WORD, :SG-CATEGORY,
                  :SG-DIFFICULTY, :SG-SUBMIT-OPID, :SG-SUBMIT-DATE
           END-EXEC
           .
       HD2-STORE-BWD-ROW SECTION.
           ADD 1 TO WS-SG-COUNT
           MOVE SG-SUGGEST-ID TO WS-SGR-ID(WS-SG-COUNT)
           MOVE SG-WORD TO WS-SGR-WORD(WS-SG-COUNT)
           MOVE SG-CATEGORY TO WS-SGR-CATEGORY(WS-SG-COUNT)
           MOVE SG-DIFFICULTY TO WS-SGR-DIFFICULTY(WS-SG-COUNT)
           MOVE SG-SUBMIT-OPID TO WS-SGR-OPID(WS-SG-COUNT)
           MOVE SG-SUBMIT-DATE TO WS-SGR-DATE(WS-SG-COUNT)
           PERFORM HD1-FETCH-BWD-ROW
           .
       HD3-REVERSE-TABLE SECTION.
           PERFORM HD4-REVERSE-ROW
               VARYING WS-ROWNUM FROM 1 BY 1
               UNTIL WS-ROWNUM > WS-SG-COUNT
           .
       HD4-REVERSE-ROW SECTION.
           MOVE WS-SGR-ENTRY(WS-ROWNUM)
             TO WS-SG-ENTRY(WS-SG-COUNT - WS-ROWNUM + 1)
           .
      ****************************************************************
      *HE FORMAT PAGE SECTION                                        *
      *MOVES WS-SG-TABLE (UP TO 10 ROWS, ALWAYS ASCENDING            *
      *SUGGEST_ID) ONTO THE WRSCR OUTPUT FIELDS, BLANKING ANY UNUSED *
      *ROWS                                                          *
      ****************************************************************
       HE-FORMAT-PAGE SECTION.
           PERFORM HE1-FORMAT-ROW
               VARYING WS-ROWNUM FROM 1 BY 1
               UNTIL WS-ROWNUM > 10
           .
       HE1-FORMAT-ROW SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID(WS-ROWNUM) TO WS-SG-ID-OUT
           END-IF
           EVALUATE WS-ROWNUM
           WHEN 1
             PERFORM HE1A-FORMAT-ROW-01
           WHEN 2
             PERFORM HE1B-FORMAT-ROW-02
           WHEN 3
             PERFORM HE1C-FORMAT-ROW-03
           WHEN 4
             PERFORM HE1D-FORMAT-ROW-04
           WHEN 5
             PERFORM HE1E-FORMAT-ROW-05
           WHEN 6
             PERFORM HE1F-FORMAT-ROW-06
           WHEN 7
             PERFORM HE1G-FORMAT-ROW-07
           WHEN 8
             PERFORM HE1H-FORMAT-ROW-08
           WHEN 9
             PERFORM HE1I-FORMAT-ROW-09
           WHEN 10
             PERFORM HE1J-FORMAT-ROW-10
           END-EVALUATE
           .
       HE1A-FORMAT-ROW-01 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR01IDO
             MOVE WS-SG-WORD(1) TO WR01WDO
             MOVE WS-SG-CATEGORY(1) TO WR01CTO
             MOVE WS-SG-DIFFICULTY(1) TO WR01DFO
             MOVE WS-SG-OPID(1) TO WR01OPO
             MOVE WS-SG-DATE(1) TO WR01DTO
           ELSE
             MOVE SPACES TO WR01IDO WR01WDO WR01CTO WR01DFO
                            WR01OPO WR01DTO
           END-IF
           .
       HE1B-FORMAT-ROW-02 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR02IDO
             MOVE WS-SG-WORD(2) TO WR02WDO
             MOVE WS-SG-CATEGORY(2) TO WR02CTO
             MOVE WS-SG-DIFFICULTY(2) TO WR02DFO
             MOVE WS-SG-OPID(2) TO WR02OPO
             MOVE WS-SG-DATE(2) TO WR02DTO
           ELSE
             MOVE SPACES TO WR02IDO WR02WDO WR02CTO WR02DFO
                            WR02OPO WR02DTO
           END-IF
           .
       HE1C-FORMAT-ROW-03 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR03IDO
             MOVE WS-SG-WORD(3) TO WR03WDO
             MOVE WS-SG-CATEGORY(3) TO WR03CTO
             MOVE WS-SG-DIFFICULTY(3) TO WR03DFO
             MOVE WS-SG-OPID(3) TO WR03OPO
             MOVE WS-SG-DATE(3) TO WR03DTO
           ELSE
             MOVE SPACES TO WR03IDO WR03WDO WR03CTO WR03DFO
                            WR03OPO WR03DTO
           END-IF
           .
       HE1D-FORMAT-ROW-04 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR04IDO
             MOVE WS-SG-WORD(4) TO WR04WDO
             MOVE WS-SG-CATEGORY(4) TO WR04CTO
             MOVE WS-SG-DIFFICULTY(4) TO WR04DFO
             MOVE WS-SG-OPID(4) TO WR04OPO
             MOVE WS-SG-DATE(4) TO WR04DTO
           ELSE
             MOVE SPACES TO WR04IDO WR04WDO WR04CTO WR04DFO
                            WR04OPO WR04DTO
           END-IF
           .
       HE1E-FORMAT-ROW-05 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR05IDO
             MOVE WS-SG-WORD(5) TO WR05WDO
             MOVE WS-SG-CATEGORY(5) TO WR05CTO
             MOVE WS-SG-DIFFICULTY(5) TO WR05DFO
             MOVE WS-SG-OPID(5) TO WR05OPO
             MOVE WS-SG-DATE(5) TO WR05DTO
           ELSE
             MOVE SPACES TO WR05IDO WR05WDO WR05CTO WR05DFO
                            WR05OPO WR05DTO
           END-IF
           .
       HE1F-FORMAT-ROW-06 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR06IDO
             MOVE WS-SG-WORD(6) TO WR06WDO
             MOVE WS-SG-CATEGORY(6) TO WR06CTO
             MOVE WS-SG-DIFFICULTY(6) TO WR06DFO
             MOVE WS-SG-OPID(6) TO WR06OPO
             MOVE WS-SG-DATE(6) TO WR06DTO
           ELSE
             MOVE SPACES TO WR06IDO WR06WDO WR06CTO WR06DFO
                            WR06OPO WR06DTO
           END-IF
           .
       HE1G-FORMAT-ROW-07 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR07IDO
             MOVE WS-SG-WORD(7) TO WR07WDO
             MOVE WS-SG-CATEGORY(7) TO WR07CTO
             MOVE WS-SG-DIFFICULTY(7) TO WR07DFO
             MOVE WS-SG-OPID(7) TO WR07OPO
             MOVE WS-SG-DATE(7) TO WR07DTO
           ELSE
             MOVE SPACES TO WR07IDO WR07WDO WR07CTO WR07DFO
                            WR07OPO WR07DTO
           END-IF
           .
       HE1H-FORMAT-ROW-08 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR08IDO
             MOVE WS-SG-WORD(8) TO WR08WDO
             MOVE WS-SG-CATEGORY(8) TO WR08CTO
             MOVE WS-SG-DIFFICULTY(8) TO WR08DFO
             MOVE WS-SG-OPID(8) TO WR08OPO
             MOVE WS-SG-DATE(8) TO WR08DTO
           ELSE
             MOVE SPACES TO WR08IDO WR08WDO WR08CTO WR08DFO
                            WR08OPO WR08DTO
           END-IF
           .
       HE1I-FORMAT-ROW-09 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR09IDO
             MOVE WS-SG-WORD(9) TO WR09WDO
             MOVE WS-SG-CATEGORY(9) TO WR09CTO
             MOVE WS-SG-DIFFICULTY(9) TO WR09DFO
             MOVE WS-SG-OPID(9) TO WR09OPO
             MOVE WS-SG-DATE(9) TO WR09DTO
           ELSE
             MOVE SPACES TO WR09IDO WR09WDO WR09CTO WR09DFO
                            WR09OPO WR09DTO
           END-IF
           .
       HE1J-FORMAT-ROW-10 SECTION.
           IF WS-ROWNUM <= WS-SG-COUNT
             MOVE WS-SG-ID-OUT TO WR10IDO
             MOVE WS-SG-WORD(10) TO WR10WDO
             MOVE WS-SG-CATEGORY(10) TO WR10CTO
             MOVE WS-SG-DIFFICULTY(10) TO WR10DFO
             MOVE WS-SG-OPID(10) TO WR10OPO
             MOVE WS-SG-DATE(10) TO WR10DTO
           ELSE
             MOVE SPACES TO WR10IDO WR10WDO WR10CTO WR10DFO
                            WR10OPO WR10DTO
           END-IF
           .
      ****************************************************************
      *HG RECEIVE REVIEW SECTION                                     *
      *READS THE SUGGESTION ID AND REJECT REASON OFF WRSCR. MSG1O IS *
      *USED TO HOLD THE OUTCOME, AS THE FA/FB/FF/FC CHECKS AN        *
      *APPROVAL RUNS THROUGH ALL REPORT THERE                        *
      ****************************************************************
       HG-RECEIVE-REVIEW SECTION.
           EXEC CICS RECEIVE
             MAP     ('WRSCR')
             MAPSET  ('WORDMNT')
             INTO    (WRSCRI)
             RESP    (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
             MOVE WRSIDI TO WS-REVIEW-ID
             MOVE WRRSNI TO WS-REVIEW-REASON
           ELSE
             MOVE SPACES TO WS-REVIEW-ID WS-REVIEW-REASON
           END-IF
      *    AN UNPROT FIELD THE OPERATOR NEVER TYPED INTO COMES BACK
      *    AS LOW-VALUES, NOT SPACES
           INSPECT WS-REVIEW-ID REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-REVIEW-REASON REPLACING ALL LOW-VALUES BY SPACES
           PERFORM HG1-RIGHT-JUSTIFY-ID
           MOVE LOW-VALUES TO WMSCRO
           MOVE SPACES TO MSG1O
           .
      ****************************************************************
      *HG1 RIGHT JUSTIFY ID SECTION                                  *
      *AN ID KEYED SHORTER THAN THE FIELD, AS THE LIST SHOWS THEM,   *
      *COMES BACK LEFT-JUSTIFIED WITH TRAILING SPACES - MOVE IT TO   *
      *THE RIGHT AND ZERO-FILL IT SO IT TESTS NUMERIC                *
      ****************************************************************
       HG1-RIGHT-JUSTIFY-ID SECTION.
           PERFORM HG2-STEP-BACK
                   VARYING WS-REVIEW-ID-LEN
                   FROM LENGTH OF WS-REVIEW-ID BY -1
                   UNTIL WS-REVIEW-ID-LEN = ZERO
                      OR WS-REVIEW-ID(WS-REVIEW-ID-LEN:1) NOT = SPACE
           IF WS-REVIEW-ID-LEN > ZERO
              AND WS-REVIEW-ID-LEN < LENGTH OF WS-REVIEW-ID
             MOVE ZEROS TO WS-REVIEW-ID-WORK
             MOVE WS-REVIEW-ID(1:WS-REVIEW-ID-LEN)
               TO WS-REVIEW-ID-WORK(LENGTH OF WS-REVIEW-ID
                                     - WS-REVIEW-ID-LEN + 1:
                                     WS-REVIEW-ID-LEN)
             MOVE WS-REVIEW-ID-WORK TO WS-REVIEW-ID
           END-IF
           .
       HG2-STEP-BACK SECTION.
           CONTINUE
           .
      ****************************************************************
      *HH APPROVE SUGGESTION SECTION                                 *
      *THE SUGGESTION IS PUT ON THE WMSCR INPUT FIELDS AND TAKEN     *
      *THROUGH EXACTLY THE CHECKS AND FC-ADD-WORD A PF6 ADD USES, SO *
      *AN APPROVED WORD IS ADDED NO DIFFERENTLY FROM ONE KEYED BY    *
      *HAND. THE SUGGESTION ROW THEN RECORDS THE NEW WORDID AND WHO  *
      *APPROVED IT - IF THAT FAILS THE ADD IS BACKED OUT TOO         *
      ****************************************************************
       HH-APPROVE-SUGGESTION SECTION.
           PERFORM HJ-CHECK-SUGGESTION

           IF WS-REVIEW-OK
      *       SUGGESTIONS CARRY NO EFFECTIVE WINDOW - THE WORD IS IN
      *       PLAY FROM APPROVAL, AND A WINDOW CAN BE SET WITH PF7
             MOVE SG-WORD TO WORDI
             MOVE SG-CATEGORY TO CATEGORYI
             MOVE SG-DIFFICULTY TO DIFFICULTYI
             MOVE SPACES TO EFFFROMI EFFTOI
             PERFORM FA-VALIDATE-CATDIFF
             IF CD-VALID
               SET WS-DATES-ADD TO TRUE
               PERFORM FB-VALIDATE-DATES
             END-IF
             IF CD-VALID
               MOVE ZERO TO BT-OWN-WORDID
               PERFORM FF-SCREEN-WORD
             END-IF
             IF CD-VALID
               PERFORM FC-ADD-WORD
               IF SQLCODE NOT = ZERO
                 SET CD-INVALID TO TRUE
               END-IF
             END-IF
             IF CD-INVALID
               SET WS-REVIEW-FAILED TO TRUE
             END-IF
           END-IF

           IF WS-REVIEW-OK
             PERFORM HH1-MARK-APPROVED
           END-IF

           IF WS-REVIEW-OK
             MOVE WORDID TO WAP-WORDID
             MOVE WS-APPROVED-MSG TO MSG1O
             MOVE SPACES TO WS-REVIEW-ID WS-REVIEW-REASON
           ELSE
      *       A WORD ALREADY ADDED FOR THIS SUGGESTION IS BACKED OUT
      *       SO WORDSDB2 AND WORD_SUGGEST NEVER DISAGREE
             EXEC CICS SYNCPOINT
               ROLLBACK
               RESP(WS-RESP)
             END-EXEC
           END-IF
           .
       HH1-MARK-APPROVED SECTION.
           MOVE WORDID TO SG-WORDID
           MOVE EIBOPID TO SG-REVIEW-OPID
           EXEC SQL
             UPDATE USER11.WORD_SUGGEST
                SET STATUS = 'A',
                    WORDID = :SG-WORDID,
                    REVIEW_OPID = :SG-REVIEW-OPID,
                    REVIEW_TS = CURRENT TIMESTAMP
             WHERE SUGGEST_ID = :SG-SUGGEST-ID
               AND STATUS = 'P'
           END-EXEC

           PERFORM HL-CHECK-REVIEW-UPDATE
           .
      ****************************************************************
      *HI REJECT SUGGESTION SECTION                                  *
      *CLOSES THE SUGGESTION WITH THE REASON KEYED AND WHO REJECTED  *
      *IT - A REASON IS REQUIRED SO THE OPERATOR CAN BE TOLD WHY     *
      ****************************************************************
       HI-REJECT-SUGGESTION SECTION.
           PERFORM HJ-CHECK-SUGGESTION

           IF WS-REVIEW-OK AND WS-REVIEW-REASON = SPACES
             MOVE 'KEY A REJECT REASON' TO MSG1O
             SET WS-REVIEW-FAILED TO TRUE
           END-IF

           IF WS-REVIEW-OK
             MOVE WS-REVIEW-REASON TO SG-REJECT-REASON
             MOVE EIBOPID TO SG-REVIEW-OPID
             EXEC SQL
               UPDATE USER11.WORD_SUGGEST
                  SET STATUS = 'R',
                      REVIEW_OPID = :SG-REVIEW-OPID,
                      REVIEW_TS = CURRENT TIMESTAMP,
                      REJECT_REASON = :SG-REJECT-REASON
               WHERE SUGGEST_ID = :SG-SUGGEST-ID
                 AND STATUS = 'P'
             END-EXEC
             PERFORM HL-CHECK-REVIEW-UPDATE
           END-IF

           IF WS-REVIEW-OK
             MOVE 'SUGGESTION REJECTED' TO MSG1O
             MOVE SPACES TO WS-REVIEW-ID WS-REVIEW-REASON
           END-IF
           .
      ****************************************************************
      *HJ CHECK SUGGESTION SECTION                                   *
      *THE ID KEYED MUST BE A PENDING SUGGESTION, AND A SUPERVISOR   *
      *CANNOT REVIEW THEIR OWN, SO EVERY NEW WORD HAS A SECOND PAIR  *
      *OF EYES. SETS WS-REVIEW-OK/WS-REVIEW-FAILED AND MSG1O         *
      ****************************************************************
       HJ-CHECK-SUGGESTION SECTION.
           SET WS-REVIEW-OK TO TRUE

           IF WS-REVIEW-ID NOT NUMERIC
             MOVE 'KEY A SUGGESTION ID FROM THE LIST' TO MSG1O
             SET WS-REVIEW-FAILED TO TRUE
           ELSE
             MOVE WS-REVIEW-ID TO SG-SUGGEST-ID
             EXEC SQL
               SELECT WORD, CATEGORY, DIFFICULTY, SUBMIT_OPID, STATUS
               INTO   :SG-WORD, :SG-CATEGORY, :SG-DIFFICULTY,
                      :SG-SUBMIT-OPID, :SG-STATUS
               FROM USER11.WORD_SUGGEST
               WHERE SUGGEST_ID = :SG-SUGGEST-ID
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'SUGGESTION ID NOT FOUND' TO MSG1O
               SET WS-REVIEW-FAILED TO TRUE
             WHEN SQLCODE NOT = ZERO
               MOVE 'SUGGESTION READ FAILED' TO MSG1O
               SET WS-REVIEW-FAILED TO TRUE
             WHEN NOT SG-PENDING
               MOVE 'SUGGESTION ALREADY REVIEWED' TO MSG1O
               SET WS-REVIEW-FAILED TO TRUE
             WHEN SG-SUBMIT-OPID = EIBOPID
               MOVE 'CANNOT REVIEW YOUR OWN SUGGESTION' TO MSG1O
               SET WS-REVIEW-FAILED TO TRUE
             END-EVALUATE
           END-IF
           .
      ****************************************************************
      *HK REFRESH PAGE SECTION                                       *
      *RE-FETCHES THE CURRENT PAGE FROM ITS TOP SO A SUGGESTION JUST *
      *APPROVED OR REJECTED DROPS OFF IT, AND SHOWS THE OUTCOME HELD *
      *IN MSG1O UNDER IT. AN ID OR REASON STILL HELD AFTER A FAILURE *
      *IS PUT BACK ON THE SCREEN FOR CORRECTION                      *
      ****************************************************************
       HK-REFRESH-PAGE SECTION.
           MOVE LOW-VALUES TO WRSCRO
           MOVE WM-TOP-SUGGID TO WM-BOTTOM-SUGGID
           SUBTRACT 1 FROM WM-BOTTOM-SUGGID
           PERFORM HC-FETCH-FORWARD-PAGE
           PERFORM HE-FORMAT-PAGE
           MOVE MSG1O TO WRMSG1O
           IF WS-REVIEW-ID NOT = SPACES
             MOVE WS-REVIEW-ID TO WRSIDO
           END-IF
           IF WS-REVIEW-REASON NOT = SPACES
             MOVE WS-REVIEW-REASON TO WRRSNO
           END-IF
           PERFORM CC-SEND-MAP-REVIEW
           .
      ****************************************************************
      *HL CHECK REVIEW UPDATE SECTION                                *
      ****************************************************************
       HL-CHECK-REVIEW-UPDATE SECTION.
           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'SUGGESTION UPDATE FAILED' TO MSG1O
             SET WS-REVIEW-FAILED TO TRUE
           WHEN SQLERRD(3) = 0
      *       UPDATE ITSELF SUCCEEDED BUT MATCHED NO ROW - ANOTHER
      *       SUPERVISOR REVIEWED IT SINCE HJ-CHECK-SUGGESTION READ IT
             MOVE 'SUGGESTION ALREADY REVIEWED' TO MSG1O
             SET WS-REVIEW-FAILED TO TRUE
           END-EVALUATE
           .
