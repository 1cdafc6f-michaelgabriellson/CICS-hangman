      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOIDRPT.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOIDLST  ASSIGN TO VOIDLST
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VOIDLST
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-VOID-COUNT        PIC 9(07) VALUE 0.
       01 WS-PARM-DATE         PIC X(10).

      * THE VOID_TS RANGE BEING LISTED - ONE CALENDAR DAY, MIDNIGHT
      * TO MIDNIGHT, EITHER THE DAY GIVEN IN THE PARM OR BY DEFAULT
      * THE DAY BEFORE THE NIGHTLY CYCLE'S RUN DATE
       01 WS-FROM-TS           PIC X(26).
       01 WS-TO-TS             PIC X(26).

      * THE VOIDED GAME'S OWN WORDSTATS/WORDSDB2 VALUES - NULL IF
      * EITHER ROW HAS SINCE GONE, HENCE THE INDICATORS
       01 WS-PLAY-TS           PIC X(26).
       01 WS-PLAY-IND          PIC S9(04) USAGE COMP.
       01 WS-WORD-IND          PIC S9(04) USAGE COMP.

       01 WS-SEARCH-SUB        PIC 9(04) COMP.
       01 WS-FOUND-SUB         PIC 9(04) COMP.

      * VOIDS PER APPROVER, FOUND-OR-ADDED THE SAME WAY GAMERPT'S
      * TABLES WORK - QUIETLY STOPS TRACKING PAST THE LIMIT
       01 WS-MAX-AP            PIC 9(04) COMP VALUE 50.
       01 WS-AP-COUNT          PIC 9(04) COMP VALUE 0.
       01 WS-AP-TABLE.
           02  WS-AP-ENTRY OCCURS 50 TIMES.
               03  WS-AP-OPID      PIC X(03).
               03  WS-AP-VOIDS     PIC 9(07).

       01 WS-HEADING1.
           02  FILLER          PIC X(22) VALUE
                                     'DAILY GAME VOID LIST '.
           02  WH1-FROM        PIC X(16).
           02  FILLER          PIC X(04) VALUE ' TO '.
           02  WH1-TO          PIC X(16).
       01 WS-HEADING2.
           02  FILLER          PIC X(38) VALUE
             'VOIDED           OPR PLAYED           '.
           02  FILLER          PIC X(39) VALUE
             'WORD            RSLT REASON        APPR'.
       01 WS-VOID-LINE.
           02  WVL-VOID-TS     PIC X(16).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-OPID        PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-PLAY-TS     PIC X(16).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-WORD        PIC X(15).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-RESULT      PIC X(04).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-REASON      PIC X(13).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WVL-APPROVER    PIC X(03).

       01 WS-HEADING3.
           02  FILLER          PIC X(20) VALUE 'VOIDS BY APPROVER'.
       01 WS-AP-LINE.
           02  WAL-OPID        PIC X(03).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  WAL-VOIDS       PIC ZZZ,ZZ9.

       01 WS-TOTALS-LINE1.
           02  FILLER          PIC X(24) VALUE
                                     'GAMES VOIDED          :'.
           02  WT-VOIDS        PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(34) VALUE
                     'GAMEVOID FETCH FAILED - SQLCODE ='.
           02  WEL-SQLCODE     PIC -ZZZZZZZZ9.
       01 WS-ERROR-LINE2.
           02  FILLER          PIC X(34) VALUE
                     'PARM MUST BE A DATE YYYY-MM-DD'.

       COPY WORDSDB2.
       COPY GAMEVOID.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           02  PARM-LENGTH          PIC S9(4) USAGE COMP.
           02  PARM-TEXT            PIC X(10).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION USING PARM-AREA.
      ****************************************************************
      *A MAIN SECTION                                                *
      *LISTS EVERY GAME VOIDED FROM GLINQ, WITH ITS REASON AND THE   *
      *SUPERVISOR WHO APPROVED IT, FOR THE MONTHLY INCENTIVE REVIEW -*
      *RUN NIGHTLY FOR THE WHOLE DAY BEFORE THE CYCLE RUN DATE (THE  *
      *LATEST CYCLE_CTRL RUN_DATE, OR TODAY WHEN THERE IS NONE), OR  *
      *WITH A PARM OF 'YYYY-MM-DD' TO RELIST ONE EARLIER DAY         *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT VOIDLST

           PERFORM B-SET-RANGE
           IF RETURN-CODE = ZERO
              WRITE RPT-RECORD FROM WS-HEADING1
              WRITE RPT-RECORD FROM WS-HEADING2
              PERFORM C-LIST-VOIDS
              PERFORM D-PRINT-APPROVERS
           END-IF

           CLOSE VOIDLST
           STOP RUN
           .
      ****************************************************************
      *QA DECLARE VOIDCSR SECTION                                    *
      *EVERY GAMEVOID ROW IN THE RANGE, OLDEST FIRST, WITH THE       *
      *VOIDED GAME'S PLAY TIME AND WORD - DECLARED HERE, AHEAD OF    *
      *ITS FIRST OPEN IN C-LIST-VOIDS                                *
      ****************************************************************
       QA-DECLARE-VOIDCSR SECTION.
           EXEC SQL
             DECLARE VOIDCSR CURSOR FOR
             SELECT CHAR(V.VOID_TS), V.OPID, CHAR(S.PLAY_TS),
                    W.WORD, V.WIN_FLAG, V.REASON_CODE,
                    V.APPROVER_OPID
             FROM USER11.GAMEVOID V
                  LEFT JOIN USER11.WORDSTATS S
                    ON S.OPID = V.OPID
                   AND S.GAME_TS = V.GAME_TS
                  LEFT JOIN USER11.WORDSDB2 W
                    ON W.WORDID = V.WORDID
             WHERE V.VOID_TS >= TIMESTAMP(:WS-FROM-TS)
               AND V.VOID_TS < TIMESTAMP(:WS-TO-TS)
             ORDER BY V.VOID_TS
           END-EXEC
           .
      ****************************************************************
      *B SET RANGE SECTION                                           *
      *WITH NO PARM THE DAY LISTED IS THE ONE BEFORE THE NEWEST RUN  *
      *DATE IN USER11.CYCLE_CTRL - THE CYCLE THIS STEP IS PART OF -  *
      *SO A LATE OR RESUBMITTED CYCLE STILL LISTS THE SAME WHOLE DAY.*
      *RUN OUTSIDE ANY CYCLE IT FALLS BACK TO YESTERDAY. EITHER WAY  *
      *THE DAY IS THEN TURNED INTO A RANGE EXACTLY AS A PARM DAY IS  *
      ****************************************************************
       B-SET-RANGE SECTION.
           MOVE SPACES TO WS-PARM-DATE
           IF PARM-LENGTH > 0 AND PARM-LENGTH NOT > 10
              MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-PARM-DATE
           END-IF

           IF WS-PARM-DATE = SPACES
              EXEC SQL
                SELECT CHAR(DATE(COALESCE(MAX(RUN_DATE),
                                 CHAR(CURRENT DATE, ISO)))
                            - 1 DAY, ISO)
                INTO   :WS-PARM-DATE
                FROM USER11.CYCLE_CTRL
              END-EXEC
           END-IF

           EXEC SQL
             SELECT CHAR(TIMESTAMP(DATE(:WS-PARM-DATE), '00.00.00')),
                    CHAR(TIMESTAMP(DATE(:WS-PARM-DATE), '00.00.00')
                         + 1 DAY)
             INTO   :WS-FROM-TS, :WS-TO-TS
             FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = ZERO
              WRITE RPT-RECORD FROM WS-ERROR-LINE2
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-FROM-TS(1:16) TO WH1-FROM
              MOVE WS-TO-TS(1:16) TO WH1-TO
           END-IF
           .
      ****************************************************************
      *C LIST VOIDS SECTION                                          *
      ****************************************************************
       C-LIST-VOIDS SECTION.
           EXEC SQL
             OPEN VOIDCSR
           END-EXEC

           PERFORM CA-FETCH-VOID
           PERFORM CB-PRINT-VOID UNTIL SQLCODE NOT = ZERO

      *    ANYTHING BUT END-OF-CURSOR HERE IS AN ERROR, NOT A CLEAN
      *    FINISH - SAY SO ON THE REPORT THE SAME WAY WORDRECN DOES
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WEL-SQLCODE
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             CLOSE VOIDCSR
           END-EXEC

           MOVE WS-VOID-COUNT TO WT-VOIDS
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           .
      ****************************************************************
      *CA FETCH VOID SECTION                                         *
      ****************************************************************
       CA-FETCH-VOID SECTION.
           EXEC SQL
             FETCH VOIDCSR
             INTO  :GV-VOID-TS, :GV-OPID, :WS-PLAY-TS :WS-PLAY-IND,
                   :WORD :WS-WORD-IND, :GV-WIN-FLAG,
                   :GV-REASON-CODE, :GV-APPROVER-OPID
           END-EXEC
           .
      ****************************************************************
      *CB PRINT VOID SECTION                                         *
      ****************************************************************
       CB-PRINT-VOID SECTION.
           ADD 1 TO WS-VOID-COUNT

           MOVE GV-VOID-TS(1:16) TO WVL-VOID-TS
           MOVE GV-OPID TO WVL-OPID
           IF WS-PLAY-IND < 0
              MOVE SPACES TO WVL-PLAY-TS
           ELSE
              MOVE WS-PLAY-TS(1:16) TO WVL-PLAY-TS
           END-IF
           IF WS-WORD-IND < 0
              MOVE '*NOT ON FILE*' TO WVL-WORD
           ELSE
              MOVE WORD TO WVL-WORD
           END-IF
           EVALUATE GV-WIN-FLAG
           WHEN 'Y'
             MOVE 'WIN ' TO WVL-RESULT
           WHEN 'A'
             MOVE 'ABND' TO WVL-RESULT
           WHEN OTHER
             MOVE 'LOSS' TO WVL-RESULT
           END-EVALUATE
           EVALUATE TRUE
           WHEN GV-MISSPELT
             MOVE 'MISSPELT WORD' TO WVL-REASON
           WHEN GV-TERMINAL-HUNG
             MOVE 'TERMINAL HUNG' TO WVL-REASON
           WHEN GV-SYSTEM-ERROR
             MOVE 'SYSTEM ERROR' TO WVL-REASON
           WHEN OTHER
             MOVE 'OTHER' TO WVL-REASON
           END-EVALUATE
           MOVE GV-APPROVER-OPID TO WVL-APPROVER
           WRITE RPT-RECORD FROM WS-VOID-LINE

           PERFORM CC-TALLY-APPROVER
           PERFORM CA-FETCH-VOID
           .
      ****************************************************************
      *CC TALLY APPROVER SECTION                                     *
      ****************************************************************
       CC-TALLY-APPROVER SECTION.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-SEARCH-SUB
           PERFORM CC1-SEARCH-STEP
                   UNTIL WS-SEARCH-SUB > WS-AP-COUNT
                      OR WS-FOUND-SUB NOT = ZERO

           IF WS-FOUND-SUB = ZERO AND WS-AP-COUNT < WS-MAX-AP
              ADD 1 TO WS-AP-COUNT
              MOVE WS-AP-COUNT TO WS-FOUND-SUB
              MOVE GV-APPROVER-OPID TO WS-AP-OPID(WS-FOUND-SUB)
              MOVE ZERO TO WS-AP-VOIDS(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB NOT = ZERO
              ADD 1 TO WS-AP-VOIDS(WS-FOUND-SUB)
           END-IF
           .
       CC1-SEARCH-STEP SECTION.
           IF WS-AP-OPID(WS-SEARCH-SUB) = GV-APPROVER-OPID
              MOVE WS-SEARCH-SUB TO WS-FOUND-SUB
           ELSE
              ADD 1 TO WS-SEARCH-SUB
           END-IF
           .
      ****************************************************************
      *D PRINT APPROVERS SECTION                                     *
      ****************************************************************
       D-PRINT-APPROVERS SECTION.
           WRITE RPT-RECORD FROM WS-HEADING3
           PERFORM DA-PRINT-ONE-APPROVER
                   VARYING WS-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-SEARCH-SUB > WS-AP-COUNT
           .
      ****************************************************************
      *DA PRINT ONE APPROVER SECTION                                 *
      ****************************************************************
       DA-PRINT-ONE-APPROVER SECTION.
           MOVE WS-AP-OPID(WS-SEARCH-SUB) TO WAL-OPID
           MOVE WS-AP-VOIDS(WS-SEARCH-SUB) TO WAL-VOIDS
           WRITE RPT-RECORD FROM WS-AP-LINE
           .
