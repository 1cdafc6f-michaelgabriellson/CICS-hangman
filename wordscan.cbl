      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDSCAN.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCANRPT  ASSIGN TO SCANRPT
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCANRPT
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-SCAN-COUNT        PIC 9(07) VALUE 0.
       01 WS-KEY-COUNT         PIC 9(07) VALUE 0.
       01 WS-BANNED-COUNT      PIC 9(07) VALUE 0.
       01 WS-CHECK-FAIL-COUNT  PIC 9(07) VALUE 0.
       01 WS-NEAR-DUP-COUNT    PIC 9(07) VALUE 0.

      * COMMIT EVERY WS-COMMIT-INTERVAL KEY UPDATES, THE SAME SPACING
      * WORDLOAD USES - SCANCSR IS DECLARED WITH HOLD SO IT SURVIVES
      * EACH COMMIT
       01 WS-SINCE-COMMIT      PIC 9(05) USAGE COMP VALUE 0.
       01 WS-COMMIT-INTERVAL   PIC 9(05) USAGE COMP VALUE 1000.

      * THE NEAR-DUPLICATE GROUP BEING LISTED - THE LOWEST WORDID IN
      * EACH GROUP IS THE ONE THE OTHERS ARE REPORTED AGAINST
       01 WS-PREV-KEY          PIC X(30) VALUE SPACES.
       01 WS-FIRST-WORDID      PIC S9(9) USAGE COMP.

       01 WS-HEADING1.
           02  FILLER          PIC X(40) VALUE
                     'WORDSDB2 BANNED TERM / NEAR-DUP SCAN'.
       01 WS-HEADING2.
           02  FILLER          PIC X(43) VALUE
             '   WORDID WORD                           A '.
           02  FILLER          PIC X(06) VALUE 'REASON'.
       01 WS-DETAIL-LINE.
           02  WDL-WORDID      PIC Z(8)9.
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-WORD        PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-ACTIVE      PIC X(01).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-REASON      PIC X(30).
       01 WS-NEAR-DUP-REASON.
           02  FILLER          PIC X(19) VALUE 'NEAR DUP OF WORDID '.
           02  WND-WORDID      PIC Z(8)9.

       01 WS-TOTALS-LINE1.
           02  FILLER          PIC X(24) VALUE
                                     'WORDS SCANNED         :'.
           02  WT-SCAN         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           02  FILLER          PIC X(24) VALUE
                                     'WORD KEYS SET         :'.
           02  WT-KEY          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           02  FILLER          PIC X(24) VALUE
                                     'CONTAIN BANNED TERM   :'.
           02  WT-BANNED       PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           02  FILLER          PIC X(24) VALUE
                                     'NEAR DUPLICATES       :'.
           02  WT-NEAR-DUP     PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           02  FILLER          PIC X(24) VALUE
                                     'BANNED CHECK FAILED   :'.
           02  WT-CHECK-FAIL   PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(34) VALUE
                     'WORDSDB2 FETCH FAILED - SQLCODE ='.
           02  WEL-SQLCODE     PIC -ZZZZZZZZ9.

       COPY WORDSDB2.
       COPY BANTERM.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
      *A MAIN SECTION                                                *
      *ONE-OFF SCAN OF THE WHOLE WORD LIST AGAINST THE SCREEN        *
      *WORDLOAD AND WORDMNT NOW APPLY TO NEW WORDS - SETS WORD_KEY ON*
      *EVERY ROW (ROWS WRITTEN BEFORE THE COLUMN EXISTED HAVE NONE), *
      *LISTS EVERY WORD CONTAINING A BANNED TERM, THEN LISTS EVERY   *
      *GROUP OF WORDS SHARING A KEY. NOTHING IS DEACTIVATED - THE    *
      *LIST IS FOR A SUPERVISOR TO WORK THROUGH IN WORDMNT. SAFE TO  *
      *RERUN AFTER NEW TERMS ARE ADDED IN BANMNT                     *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT SCANRPT

           WRITE RPT-RECORD FROM WS-HEADING1
           WRITE RPT-RECORD FROM WS-HEADING2

           PERFORM B-SCAN-WORDS
           IF RETURN-CODE = ZERO
              PERFORM C-LIST-NEAR-DUPS
           END-IF

           MOVE WS-SCAN-COUNT TO WT-SCAN
           MOVE WS-KEY-COUNT TO WT-KEY
           MOVE WS-BANNED-COUNT TO WT-BANNED
           MOVE WS-NEAR-DUP-COUNT TO WT-NEAR-DUP
           MOVE WS-CHECK-FAIL-COUNT TO WT-CHECK-FAIL
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           WRITE RPT-RECORD FROM WS-TOTALS-LINE3
           WRITE RPT-RECORD FROM WS-TOTALS-LINE4
           WRITE RPT-RECORD FROM WS-TOTALS-LINE5

      *    A WORD WHOSE BANNED TERM CHECK FAILED HAS NOT BEEN SCREENED
      *    AT ALL, SO THE SCAN IS NOT CLEAN EVEN IF ALL ELSE WENT WELL
           IF WS-CHECK-FAIL-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             COMMIT WORK
           END-EXEC

           CLOSE SCANRPT
           STOP RUN
           .
      ****************************************************************
      *QA DECLARE SCANCSR SECTION                                    *
      *EVERY WORD ON FILE, ACTIVE OR NOT, IN WORDID ORDER            *
      ****************************************************************
       QA-DECLARE-SCANCSR SECTION.
           EXEC SQL
             DECLARE SCANCSR CURSOR WITH HOLD FOR
             SELECT WORDID, WORD, ACTIVE_FLAG
             FROM USER11.WORDSDB2
             ORDER BY WORDID
           END-EXEC
           .
      ****************************************************************
      *QB DECLARE DUPCSR SECTION                                     *
      *EVERY WORD WHOSE KEY IS SHARED WITH AT LEAST ONE OTHER, KEPT  *
      *TOGETHER BY KEY AND LOWEST WORDID FIRST WITHIN EACH           *
      ****************************************************************
       QB-DECLARE-DUPCSR SECTION.
           EXEC SQL
             DECLARE DUPCSR CURSOR FOR
             SELECT W.WORD_KEY, W.WORDID, W.WORD, W.ACTIVE_FLAG
             FROM USER11.WORDSDB2 W
             WHERE W.WORD_KEY IN
                   (SELECT D.WORD_KEY
                    FROM USER11.WORDSDB2 D
                    WHERE D.WORD_KEY IS NOT NULL
                    GROUP BY D.WORD_KEY
                    HAVING COUNT(*) > 1)
             ORDER BY W.WORD_KEY, W.WORDID
           END-EXEC
           .
      ****************************************************************
      *B SCAN WORDS SECTION                                          *
      ****************************************************************
       B-SCAN-WORDS SECTION.
           EXEC SQL
             OPEN SCANCSR
           END-EXEC

           PERFORM BA-FETCH-WORD
           PERFORM BB-SCAN-ONE-WORD UNTIL SQLCODE NOT = ZERO

      *    ANYTHING BUT END-OF-CURSOR HERE IS AN ERROR, NOT A CLEAN
      *    FINISH - SAY SO ON THE REPORT THE SAME WAY WORDRECN DOES
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WEL-SQLCODE
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             CLOSE SCANCSR
           END-EXEC
           .
      ****************************************************************
      *BA FETCH WORD SECTION                                         *
      ****************************************************************
       BA-FETCH-WORD SECTION.
           EXEC SQL
             FETCH SCANCSR
             INTO  :WORDID, :WORD, :ACTIVE-FLAG
           END-EXEC
           .
      ****************************************************************
      *BB SCAN ONE WORD SECTION                                      *
      *SETS THIS ROW'S WORD_KEY AND CHECKS ITS LETTERS AGAINST THE   *
      *ACTIVE BANNED TERMS - THE SAME TEST AS WORDLOAD'S             *
      *CI-CHECK-BANNED. A WORD THE CHECK FAILS ON IS LISTED TOO, AS  *
      *IT HAS NOT BEEN SCREENED                                      *
      ****************************************************************
       BB-SCAN-ONE-WORD SECTION.
           ADD 1 TO WS-SCAN-COUNT
           MOVE WORD TO BT-SOURCE
           PERFORM BC-NORMALIZE
           MOVE BT-WORD-KEY TO WORD-KEY

           EXEC SQL
             UPDATE USER11.WORDSDB2
                SET WORD_KEY = :WORD-KEY
              WHERE WORDID = :WORDID
           END-EXEC
           IF SQLCODE = ZERO
              ADD 1 TO WS-KEY-COUNT
           END-IF

           INITIALIZE BT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :BT-COUNT
             FROM USER11.BANNED_TERMS
             WHERE ACTIVE_FLAG = 'Y'
               AND LOCATE(RTRIM(TERM), :BT-LETTERS) > 0
           END-EXEC
           MOVE WORDID TO WDL-WORDID
           MOVE WORD TO WDL-WORD
           MOVE ACTIVE-FLAG TO WDL-ACTIVE
           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
             ADD 1 TO WS-CHECK-FAIL-COUNT
             MOVE 'BANNED TERM CHECK FAILED' TO WDL-REASON
             WRITE RPT-RECORD FROM WS-DETAIL-LINE
           WHEN BT-COUNT > 0 AND BT-LEN > 0
             ADD 1 TO WS-BANNED-COUNT
             MOVE 'CONTAINS BANNED TERM' TO WDL-REASON
             WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-EVALUATE

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
              EXEC SQL
                COMMIT WORK
              END-EXEC
              MOVE ZERO TO WS-SINCE-COMMIT
           END-IF

           PERFORM BA-FETCH-WORD
           .
      ****************************************************************
      *BC NORMALIZE SECTION                                          *
      *BT-SOURCE TO BT-LETTERS (UPPER CASE LETTERS ONLY) AND         *
      *BT-WORD-KEY (THE SAME, LESS ONE TRAILING PLURAL S) - THE SAME *
      *RULES WORDLOAD'S CI1-NORMALIZE APPLIES TO THE FEED            *
      ****************************************************************
       BC-NORMALIZE SECTION.
           MOVE SPACES TO BT-LETTERS
           MOVE ZERO TO BT-LEN
           INSPECT BT-SOURCE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM BC1-KEEP-LETTER
                   VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > 30

           MOVE BT-LETTERS TO BT-WORD-KEY
           IF BT-LEN > 3
              AND BT-LETTERS(BT-LEN:1) = 'S'
              MOVE SPACE TO BT-WORD-KEY(BT-LEN:1)
           END-IF
           .
       BC1-KEEP-LETTER SECTION.
           MOVE BT-SOURCE(BT-SUB:1) TO BT-CHAR
           IF BT-LETTER
              ADD 1 TO BT-LEN
              MOVE BT-CHAR TO BT-LETTERS(BT-LEN:1)
           END-IF
           .
      ****************************************************************
      *C LIST NEAR DUPS SECTION                                      *
      ****************************************************************
       C-LIST-NEAR-DUPS SECTION.
           EXEC SQL
             OPEN DUPCSR
           END-EXEC

           PERFORM CA-FETCH-DUP
           PERFORM CB-PRINT-DUP UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WEL-SQLCODE
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             CLOSE DUPCSR
           END-EXEC
           .
      ****************************************************************
      *CA FETCH DUP SECTION                                          *
      ****************************************************************
       CA-FETCH-DUP SECTION.
           EXEC SQL
             FETCH DUPCSR
             INTO  :WORD-KEY, :WORDID, :WORD, :ACTIVE-FLAG
           END-EXEC
           .
      ****************************************************************
      *CB PRINT DUP SECTION                                          *
      *THE FIRST ROW OF EACH KEY GROUP IS THE WORD THE REST CLASH    *
      *WITH - IT IS LISTED SO THE GROUP READS AS A WHOLE, BUT ONLY   *
      *THE OTHERS COUNT AS NEAR-DUPLICATES                           *
      ****************************************************************
       CB-PRINT-DUP SECTION.
           MOVE WORDID TO WDL-WORDID
           MOVE WORD TO WDL-WORD
           MOVE ACTIVE-FLAG TO WDL-ACTIVE

           IF WORD-KEY NOT = WS-PREV-KEY
              MOVE WORD-KEY TO WS-PREV-KEY
              MOVE WORDID TO WS-FIRST-WORDID
              MOVE 'SAME LETTERS - FIRST ON FILE' TO WDL-REASON
           ELSE
              ADD 1 TO WS-NEAR-DUP-COUNT
              MOVE WS-FIRST-WORDID TO WND-WORDID
              MOVE WS-NEAR-DUP-REASON TO WDL-REASON
           END-IF
           WRITE RPT-RECORD FROM WS-DETAIL-LINE

           PERFORM CA-FETCH-DUP
           .
