      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDSUG.
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
       01 WS-WORD             PIC X(30).
       01 WS-CATEGORY         PIC X(10).
       01 WS-DIFFICULTY       PIC X(06).
       01 WS-SUGG-ID-OUT      PIC Z(8)9.
       01 WS-ON-FILE-MSG.
           02  FILLER         PIC X(23) VALUE 'ALREADY ON FILE, WORDID'.
           02  WOF-WORDID     PIC Z(8)9.
       01 WS-SUBMITTED-MSG.
           02  FILLER         PIC X(40) VALUE
                     'SUBMITTED - A SUPERVISOR WILL REVIEW IT'.

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WORDSUG.
       COPY SUGGEST.
       COPY BANTERM.
       COPY CATDIFF.
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
      *B CICS SECTION                                                *
      *OPERATOR WORD SUGGESTIONS - THE OPERATOR KEYS A CANDIDATE     *
      *WORD WITH ITS CATEGORY AND DIFFICULTY, AND ONCE IT PASSES THE *
      *SAME CHECKS WORDMNT MAKES OF AN ADD IT IS QUEUED IN           *
      *USER11.WORD_SUGGEST FOR A SUPERVISOR TO APPROVE OR REJECT     *
      *FROM WORDMNT'S REVIEW LIST. ENTER/PF6=SUBMIT, PF3=EXIT. LAID  *
      *OUT THE SAME WAY AS BANMNT                                    *
      ****************************************************************
       B-CICS-SECTION.

           EVALUATE TRUE
           WHEN EIBCALEN = ZERO
      *       LOGIC FOR THE FIRST CALL OF THE PROGRAM
             MOVE LOW-VALUES TO SGSCRO
             MOVE 'ENTER WORD, CATEGORY AND DIFFICULTY' TO SGMSGO
             PERFORM C-SEND-MAP

           WHEN EIBAID = DFHCLEAR
      *       LOGIC FOR WHEN THE USER PRESSES THE CLEAR KEY
             MOVE LOW-VALUES TO SGSCRO
             MOVE 'ENTER WORD, CATEGORY AND DIFFICULTY' TO SGMSGO
             PERFORM C-SEND-MAP

           WHEN EIBAID = DFHPF3
      *       F3 EXIT
             MOVE LOW-VALUES TO SGSCRO
             MOVE 'SUGGESTIONS ENDED. PRESS CLEAR' TO SGMSGO
             PERFORM E-SEND-DATA
             EXEC CICS
               RETURN
             END-EXEC

           WHEN EIBAID = DFHENTER OR EIBAID = DFHPF6
      *       ENTER/F6 SUBMIT - SCREEN THE WORD, THEN QUEUE IT
             PERFORM D-RECEIVE-MAP
             PERFORM FA-VALIDATE-CATDIFF
             IF CD-VALID
               PERFORM FF-SCREEN-WORD
             END-IF
             IF CD-VALID
               PERFORM FG-CHECK-PENDING
             END-IF
             IF CD-VALID
               PERFORM FC-SUBMIT-WORD
             END-IF
             PERFORM E-SEND-DATA

           WHEN OTHER
      *       LOGIC FOR ANY OTHER CASES
             MOVE LOW-VALUES TO SGSCRO
             MOVE 'INVALID KEY PRESSED' TO SGMSGO
             PERFORM E-SEND-DATA
           END-EVALUATE

      *    THE COMMAREA CARRIES NO STATE, BUT RETURNING IT MAKES
      *    EIBCALEN NON-ZERO ON RE-ENTRY SO THE FIRST-CALL BRANCH
      *    ONLY MATCHES THE ACTUAL FIRST CALL
           EXEC CICS
             RETURN TRANSID('WRDN')
             COMMAREA (DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
      ****************************************************************
      *C SEND MAP SECTION                                            *
      ****************************************************************
       C-SEND-MAP SECTION.
           EXEC CICS SEND
             MAP     ('SGSCR')
             MAPSET  ('WORDSUG')
             FROM    (SGSCRO)
             ERASE
           END-EXEC
           .
      ****************************************************************
      *D RECEIVE MAP SECTION                                         *
      ****************************************************************
       D-RECEIVE-MAP SECTION.
           EXEC CICS RECEIVE
             MAP     ('SGSCR')
             MAPSET  ('WORDSUG')
             INTO    (SGSCRI)
           END-EXEC
      *    CAPTURE THE INPUT BEFORE CLEARING THE MAP AREA - SGSCRO
      *    REDEFINES SGSCRI, SO THE CLEAR WIPES THE INPUT SIDE TOO.
      *    AN UNPROT FIELD THE OPERATOR NEVER TYPED INTO COMES BACK
      *    AS LOW-VALUES, NOT SPACES
           MOVE SGWORDI TO WS-WORD
           MOVE SGCATI TO WS-CATEGORY
           MOVE SGDIFI TO WS-DIFFICULTY
           INSPECT WS-WORD REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-CATEGORY REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-DIFFICULTY REPLACING ALL LOW-VALUES BY SPACES
           MOVE LOW-VALUES TO SGSCRO
           .
      ****************************************************************
      *E SEND DATA SECTION                                           *
      ****************************************************************
       E-SEND-DATA SECTION.
           EXEC CICS SEND
             MAP     ('SGSCR')
             MAPSET  ('WORDSUG')
             FROM    (SGSCRO)
             DATAONLY
           END-EXEC
           .
      ****************************************************************
      *FA VALIDATE CATDIFF SECTION                                   *
      *THE SUGGESTED CATEGORY AND DIFFICULTY MUST BE ACTIVE ENTRIES  *
      *ON USER11.CATEGORIES/USER11.DIFFICULTIES - THE SAME CHECK     *
      *WORDMNT'S FA-VALIDATE-CATDIFF MAKES OF AN ADD. SETS           *
      *CD-VALID/CD-INVALID AND SGMSGO                                *
      ****************************************************************
       FA-VALIDATE-CATDIFF SECTION.
           SET CD-VALID TO TRUE

           MOVE WS-CATEGORY TO CD-CATEGORY
           INITIALIZE CD-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :CD-COUNT
             FROM USER11.CATEGORIES
             WHERE CATEGORY = :CD-CATEGORY
               AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF CD-COUNT = 0
             MOVE 'INVALID CATEGORY' TO SGMSGO
             SET CD-INVALID TO TRUE
           ELSE
             MOVE WS-DIFFICULTY TO CD-DIFFICULTY
             INITIALIZE CD-COUNT
             EXEC SQL
               SELECT COUNT(*)
               INTO   :CD-COUNT
               FROM USER11.DIFFICULTIES
               WHERE DIFFICULTY = :CD-DIFFICULTY
                 AND ACTIVE_FLAG = 'Y'
             END-EXEC

             IF CD-COUNT = 0
               MOVE 'INVALID DIFFICULTY' TO SGMSGO
               SET CD-INVALID TO TRUE
             END-IF
           END-IF
           .
      ****************************************************************
      *FF SCREEN WORD SECTION                                        *
      *THE SAME SCREEN WORDMNT'S FF-SCREEN-WORD APPLIES TO AN ADD -  *
      *THE WORD'S LETTERS MUST NOT CONTAIN AN ACTIVE                 *
      *USER11.BANNED_TERMS ENTRY, AND ITS KEY MUST NOT MATCH ANY     *
      *WORDSDB2 ROW'S WORD_KEY (WHICH ALSO CATCHES AN EXACT          *
      *DUPLICATE). SETS CD-INVALID AND SGMSGO WHEN THE WORD FAILS    *
      ****************************************************************
       FF-SCREEN-WORD SECTION.
           MOVE WS-WORD TO BT-SOURCE
           PERFORM FF1-NORMALIZE

           IF BT-LEN = 0
             MOVE 'WORD MUST CONTAIN LETTERS' TO SGMSGO
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
               MOVE 'BANNED TERM CHECK FAILED' TO SGMSGO
               SET CD-INVALID TO TRUE
             WHEN BT-COUNT > 0
               MOVE 'WORD CONTAINS A BANNED TERM' TO SGMSGO
               SET CD-INVALID TO TRUE
             WHEN OTHER
               PERFORM FF3-CHECK-ON-FILE
             END-EVALUATE
           END-IF
           .
      ****************************************************************
      *FF1 NORMALIZE SECTION                                         *
      *BT-SOURCE TO BT-LETTERS (UPPER CASE LETTERS ONLY) AND         *
      *BT-WORD-KEY (THE SAME, LESS ONE TRAILING PLURAL S) - THE SAME *
      *RULES WORDMNT'S FF1-NORMALIZE APPLIES                         *
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
      *FF3 CHECK ON FILE SECTION                                     *
      *A SUGGESTION WITH THE SAME LETTERS AS A WORD ALREADY ON FILE, *
      *ACTIVE OR NOT, NAMES THE WORDID IT CLASHES WITH               *
      ****************************************************************
       FF3-CHECK-ON-FILE SECTION.
           MOVE ZERO TO BT-MATCH-WORDID
           EXEC SQL
             SELECT WORDID
             INTO   :BT-MATCH-WORDID
             FROM USER11.WORDSDB2
             WHERE WORD_KEY = :BT-WORD-KEY
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = ZERO
             MOVE BT-MATCH-WORDID TO WOF-WORDID
             MOVE WS-ON-FILE-MSG TO SGMSGO
             SET CD-INVALID TO TRUE
           WHEN SQLCODE NOT = 100
             MOVE 'DUPLICATE CHECK FAILED' TO SGMSGO
             SET CD-INVALID TO TRUE
           END-EVALUATE
           .
      ****************************************************************
      *FG CHECK PENDING SECTION                                      *
      *ONE PENDING SUGGESTION PER WORD - A SECOND OPERATOR PUTTING   *
      *THE SAME WORD FORWARD IS TOLD IT IS ALREADY IN THE QUEUE      *
      ****************************************************************
       FG-CHECK-PENDING SECTION.
           INITIALIZE SG-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :SG-COUNT
             FROM USER11.WORD_SUGGEST
             WHERE WORD_KEY = :BT-WORD-KEY
               AND STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'PENDING CHECK FAILED' TO SGMSGO
             SET CD-INVALID TO TRUE
           WHEN SG-COUNT > 0
             MOVE 'ALREADY SUGGESTED - AWAITING REVIEW' TO SGMSGO
             SET CD-INVALID TO TRUE
           END-EVALUATE
           .
      ****************************************************************
      *FC SUBMIT WORD SECTION                                        *
      *QUEUES THE SUGGESTION AS PENDING UNDER THE NEXT SUGGEST_ID    *
      *AFTER THE CURRENT MAX, STAMPED WITH THE OPERATOR AND THE TIME *
      ****************************************************************
       FC-SUBMIT-WORD SECTION.
           INITIALIZE SG-SUGGEST-ID
           EXEC SQL
             SELECT COALESCE(MAX(SUGGEST_ID), 0)
             INTO   :SG-SUGGEST-ID
             FROM USER11.WORD_SUGGEST
           END-EXEC

           ADD 1 TO SG-SUGGEST-ID
           MOVE WS-WORD TO SG-WORD
           MOVE WS-CATEGORY TO SG-CATEGORY
           MOVE WS-DIFFICULTY TO SG-DIFFICULTY
           MOVE EIBOPID TO SG-SUBMIT-OPID
           SET SG-PENDING TO TRUE

           EXEC SQL
             INSERT INTO USER11.WORD_SUGGEST
                   (SUGGEST_ID, WORD, CATEGORY, DIFFICULTY, WORD_KEY,
                    SUBMIT_OPID, SUBMIT_TS, STATUS, REVIEW_OPID,
                    REJECT_REASON)
             VALUES (:SG-SUGGEST-ID, :SG-WORD, :SG-CATEGORY,
                    :SG-DIFFICULTY, :BT-WORD-KEY, :SG-SUBMIT-OPID,
                    CURRENT TIMESTAMP, :SG-STATUS, ' ', ' ')
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = -803
      *       ANOTHER OPERATOR TOOK THIS SUGGEST_ID BETWEEN THE MAX
      *       AND THE INSERT - NOTHING WAS STORED, SO JUST RESUBMIT
             MOVE 'BUSY - PRESS ENTER TO SUBMIT AGAIN' TO SGMSGO
           WHEN SQLCODE NOT = ZERO
             MOVE 'SUBMIT NOT SUCCESFUL' TO SGMSGO
           WHEN OTHER
             MOVE SG-SUGGEST-ID TO WS-SUGG-ID-OUT
             MOVE WS-SUGG-ID-OUT TO SGIDO
             MOVE WS-SUBMITTED-MSG TO SGMSGO
      *       BLANK THE ENTRY FIELDS, READY FOR THE NEXT SUGGESTION
             MOVE SPACES TO SGWORDO SGCATO SGDIFO
           END-EVALUATE
           .
