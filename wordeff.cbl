      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDEFF.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EFFLST   ASSIGN TO EFFLST
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EFFLST
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-IN-COUNT          PIC 9(07) VALUE 0.
       01 WS-OUT-COUNT         PIC 9(07) VALUE 0.

      * THE SEVEN DAYS BEING LOOKED AHEAD OVER - TOMORROW THROUGH A
      * WEEK TODAY
       01 WS-FIRST-DATE        PIC X(10).
       01 WS-LAST-DATE         PIC X(10).

      * ONE ROW OF EFFCSR - THE DAY THE WORD GOES INTO OR OUT OF PLAY
      * AND WHICH OF THE TWO IT IS
       01 WS-CHANGE-DATE       PIC X(10).
       01 WS-CHANGE-TYPE       PIC X(03).
           88  WS-GOING-IN               VALUE 'IN '.
           88  WS-GOING-OUT              VALUE 'OUT'.

       01 WS-HEADING1.
           02  FILLER          PIC X(33) VALUE
                                     'WORD EFFECTIVE DATE CHANGES FROM'.
           02  WH1-FIRST       PIC X(10).
           02  FILLER          PIC X(04) VALUE ' TO '.
           02  WH1-LAST        PIC X(10).
       01 WS-HEADING2.
           02  FILLER          PIC X(60) VALUE
             'IN = FIRST DAY IN PLAY, OUT = FIRST DAY OUT OF PLAY'.
       01 WS-HEADING3.
           02  FILLER          PIC X(36) VALUE
             'DATE       CHG    WORDID WORD'.
           02  FILLER          PIC X(39) VALUE
             '                    CATEGORY   DIFFIC A'.
       01 WS-DETAIL-LINE.
           02  WDL-DATE        PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-TYPE        PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-WORDID      PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-WORD        PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-CATEGORY    PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-DIFFICULTY  PIC X(06).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-ACTIVE      PIC X(01).

       01 WS-TOTALS-LINE1.
           02  FILLER          PIC X(24) VALUE
                                     'WORDS GOING INTO PLAY :'.
           02  WT-IN           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           02  FILLER          PIC X(24) VALUE
                                     'WORDS GOING OUT OF PLAY:'.
           02  WT-OUT          PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(34) VALUE
                     'WORDSDB2 FETCH FAILED - SQLCODE ='.
           02  WEL-SQLCODE     PIC -ZZZZZZZZ9.

       COPY WORDSDB2.
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
      *LISTS EVERY WORD WHOSE EFFECTIVE WINDOW OPENS OR CLOSES OVER  *
      *THE NEXT SEVEN DAYS, SO SUPERVISORS CAN CHECK THE SEASONAL    *
      *AND CAMPAIGN SCHEDULE AHEAD OF TIME. INACTIVE WORDS ARE LISTED*
      *TOO (FLAGGED N) - A WINDOW OPENING ON A WORD NOBODY HAS       *
      *SWITCHED BACK ON IS EXACTLY WHAT THIS LIST IS FOR CATCHING    *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT EFFLST

           PERFORM B-SET-RANGE
           WRITE RPT-RECORD FROM WS-HEADING1
           WRITE RPT-RECORD FROM WS-HEADING2
           WRITE RPT-RECORD FROM WS-HEADING3
           PERFORM C-LIST-CHANGES

           CLOSE EFFLST
           STOP RUN
           .
      ****************************************************************
      *QA DECLARE EFFCSR SECTION                                     *
      *WORDS COMING INTO PLAY ON THEIR EFFECTIVE_FROM DATE, AND WORDS*
      *GOING OUT OF PLAY THE DAY AFTER THEIR EFFECTIVE_TO DATE (THE  *
      *TO DATE IS THE LAST DAY QB-RANDOMIZE CAN STILL PICK THEM),    *
      *WHERE THAT DAY FALLS TOMORROW THROUGH A WEEK TODAY - IN DATE  *
      *ORDER                                                         *
      ****************************************************************
       QA-DECLARE-EFFCSR SECTION.
           EXEC SQL
             DECLARE EFFCSR CURSOR FOR
             SELECT CHAR(EFFECTIVE_FROM, ISO), 'IN ',
                    WORDID, WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG
             FROM USER11.WORDSDB2
             WHERE EFFECTIVE_FROM BETWEEN CURRENT DATE + 1 DAY
                                      AND CURRENT DATE + 7 DAYS
             UNION ALL
             SELECT CHAR(EFFECTIVE_TO + 1 DAY, ISO), 'OUT',
                    WORDID, WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG
             FROM USER11.WORDSDB2
             WHERE EFFECTIVE_TO BETWEEN CURRENT DATE
                                    AND CURRENT DATE + 6 DAYS
             ORDER BY 1, 2, 4
           END-EXEC
           .
      ****************************************************************
      *B SET RANGE SECTION                                           *
      ****************************************************************
       B-SET-RANGE SECTION.
           EXEC SQL
             SELECT CHAR(CURRENT DATE + 1 DAY, ISO),
                    CHAR(CURRENT DATE + 7 DAYS, ISO)
             INTO   :WS-FIRST-DATE, :WS-LAST-DATE
             FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-FIRST-DATE TO WH1-FIRST
           MOVE WS-LAST-DATE TO WH1-LAST
           .
      ****************************************************************
      *C LIST CHANGES SECTION                                        *
      ****************************************************************
       C-LIST-CHANGES SECTION.
           EXEC SQL
             OPEN EFFCSR
           END-EXEC

           PERFORM CA-FETCH-CHANGE
           PERFORM CB-PRINT-CHANGE UNTIL SQLCODE NOT = ZERO

      *    ANYTHING BUT END-OF-CURSOR HERE IS AN ERROR, NOT A CLEAN
      *    FINISH - SAY SO ON THE REPORT THE SAME WAY WORDRECN DOES
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WEL-SQLCODE
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             CLOSE EFFCSR
           END-EXEC

           MOVE WS-IN-COUNT TO WT-IN
           MOVE WS-OUT-COUNT TO WT-OUT
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           .
      ****************************************************************
      *CA FETCH CHANGE SECTION                                       *
      ****************************************************************
       CA-FETCH-CHANGE SECTION.
           EXEC SQL
             FETCH EFFCSR
             INTO  :WS-CHANGE-DATE, :WS-CHANGE-TYPE,
                   :WORDID, :WORD, :CATEGORY, :DIFFICULTY,
                   :ACTIVE-FLAG
           END-EXEC
           .
      ****************************************************************
      *CB PRINT CHANGE SECTION                                       *
      ****************************************************************
       CB-PRINT-CHANGE SECTION.
           IF WS-GOING-IN
              ADD 1 TO WS-IN-COUNT
           ELSE
              ADD 1 TO WS-OUT-COUNT
           END-IF

           MOVE WS-CHANGE-DATE TO WDL-DATE
           MOVE WS-CHANGE-TYPE TO WDL-TYPE
           MOVE WORDID TO WDL-WORDID
           MOVE WORD TO WDL-WORD
           MOVE CATEGORY TO WDL-CATEGORY
           MOVE DIFFICULTY TO WDL-DIFFICULTY
           MOVE ACTIVE-FLAG TO WDL-ACTIVE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE

           PERFORM CA-FETCH-CHANGE
           .
