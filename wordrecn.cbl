       01 WS-WS-MISSING-COUNT   PIC 9(07) VALUE 0.
       01 WS-WS-DRIFT-COUNT     PIC 9(07) VALUE 0.

      * GAMES VOIDED FROM GLINQ, COLLECTED OFF THEIR REVERSING 'V'
      * RECORDS IN A FIRST PASS SO EVERY RECORD OF A VOIDED GAME CAN
      * BE PASSED OVER IN THE MAIN ONE. GAMEHIST IS NEVER PURGED, SO
      * THIS ONLY GROWS - SIZED FOR YEARS OF VOIDS AT THE RATE GLINQ
      * SEES THEM. A VOID PAST THE LIMIT IS COUNTED IN WS-VD-DROPPED,
      * AND AS ITS GAME THEN GOES THROUGH AS LIVE THE RUN WARNS OF IT
      * AND ENDS RC 4
       01 WS-MAX-VD            PIC 9(05) COMP VALUE 20000.
       01 WS-VD-COUNT          PIC 9(05) COMP VALUE 0.
       01 WS-VD-SEARCH         PIC 9(05) COMP.
       01 WS-VD-SUB            PIC 9(05) COMP.
       01 WS-VD-DROPPED        PIC 9(07) VALUE 0.
       01 WS-VD-TABLE.
           02  WS-VD-ENTRY OCCURS 20000 TIMES.
               03  WS-VD-OPID      PIC X(03).
               03  WS-VD-GAME-TS   PIC S9(15) USAGE COMP-3.
       01 WS-VD-WARN-LINE.
           02  FILLER          PIC X(44) VALUE
               '*** WARNING - VOIDED GAMES OVER TABLE LIMIT:'.
           02  WVW-COUNT       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(23) VALUE
               ' - TREATED AS LIVE ***'.

      * THE RECORDED CATEGORY/DIFFICULTY OFF THE CURRENT WORDSTATS
      * CURSOR ROW - KEPT SEPARATE FROM THE BARE CATEGORY/DIFFICULTY
      * HOST VARIABLES, WHICH HOLD THE CURRENT WORDSDB2 VALUE LOOKED

           WRITE RPT-RECORD FROM WS-HEADING1

           PERFORM V-COLLECT-VOIDS
           PERFORM B-CHECK-GAMEHIST
           PERFORM C-CHECK-WORDSTATS
           PERFORM D-WRITE-TOTALS
           .
      ****************************************************************
      *QA DECLARE WSCSR SECTION                                      *
      *EVERY USER11.WORDSTATS ROW NOT VOIDED FROM GLINQ, OLDEST      *
      *FIRST - DECLARED HERE, AHEAD OF ITS FIRST OPEN IN             *
      *C-CHECK-WORDSTATS                                             *
      ****************************************************************
       QA-DECLARE-WSCSR SECTION.
           EXEC SQL
             DECLARE WSCSR CURSOR FOR
             SELECT OPID, PLAY_TS, WORDID, CATEGORY, DIFFICULTY
             FROM USER11.WORDSTATS
             WHERE VOID_FLAG = 'N'
             ORDER BY PLAY_TS
           END-EXEC
           .
      ****************************************************************
       BB-CHECK-ONE-RECORD SECTION.
           ADD 1 TO WS-GH-COUNT
      *    A VOIDED GAME AND ITS REVERSAL ARE OFF THE RECORD, SO
      *    THERE IS NOTHING IN THEM LEFT TO RECONCILE
           PERFORM VB-FIND-VOID
           IF NOT GH-VOIDED AND WS-VD-SUB = ZERO
              PERFORM BB1-CHECK-WORDID
           END-IF

           PERFORM BA-READ-GAMEHIST
           .
      ****************************************************************
      *BB1 CHECK WORDID SECTION                                      *
      ****************************************************************
       BB1-CHECK-WORDID SECTION.
           MOVE GH-WORDID TO WORDID
           EXEC SQL
             SELECT CATEGORY, DIFFICULTY
               TO WGL-REASON
             WRITE RPT-RECORD FROM WS-GH-LINE
           END-EVALUATE
           .
      ****************************************************************
      *C CHECK WORDSTATS SECTION                                     *
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           WRITE RPT-RECORD FROM WS-TOTALS-LINE3
           WRITE RPT-RECORD FROM WS-TOTALS-LINE4

      *    A FAILED FETCH OR LOOKUP HAS ALREADY SET RC 8 - KEEP IT
           IF WS-VD-DROPPED > 0
              MOVE WS-VD-DROPPED TO WVW-COUNT
              WRITE RPT-RECORD FROM WS-VD-WARN-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
      ****************************************************************
      *V COLLECT VOIDS SECTION                                       *
      *FIRST PASS OVER GAMEHIST - NOTES THE OPID AND GAME TIMESTAMP  *
      *OF EVERY GAME VOIDED FROM GLINQ, THEN REOPENS THE FILE SO THE *
      *MAIN PASS STARTS AGAIN FROM THE TOP                           *
      ****************************************************************
       V-COLLECT-VOIDS SECTION.
           PERFORM BA-READ-GAMEHIST
           PERFORM VA-NOTE-VOID UNTIL WS-EOF

           CLOSE GAMEHIST
           OPEN INPUT GAMEHIST
           MOVE 'N' TO WS-EOF-FLAG
           .
      ****************************************************************
      *VA NOTE VOID SECTION                                          *
      ****************************************************************
       VA-NOTE-VOID SECTION.
           IF GH-VOIDED
              IF WS-VD-COUNT < WS-MAX-VD
                 ADD 1 TO WS-VD-COUNT
                 MOVE GH-OPID TO WS-VD-OPID(WS-VD-COUNT)
                 MOVE GH-GAME-TS TO WS-VD-GAME-TS(WS-VD-COUNT)
              ELSE
                 ADD 1 TO WS-VD-DROPPED
              END-IF
           END-IF
           PERFORM BA-READ-GAMEHIST
           .
      ****************************************************************
      *VB FIND VOID SECTION                                          *
      *LINEAR SEARCH OF WS-VD-TABLE FOR GH-OPID/GH-GAME-TS - SETS    *
      *WS-VD-SUB TO ZERO WHEN THE GAME WAS NOT VOIDED. RECORDS WITH  *
      *NO GAME TIMESTAMP (PRE-CONVERSION) CAN NEVER HAVE BEEN VOIDED *
      ****************************************************************
       VB-FIND-VOID SECTION.
           MOVE ZERO TO WS-VD-SUB
           IF GH-GAME-TS NOT = ZERO
              MOVE 1 TO WS-VD-SEARCH
              PERFORM VB1-SEARCH-STEP
                      UNTIL WS-VD-SEARCH > WS-VD-COUNT
                         OR WS-VD-SUB NOT = ZERO
           END-IF
           .
       VB1-SEARCH-STEP SECTION.
           IF WS-VD-OPID(WS-VD-SEARCH) = GH-OPID
              AND WS-VD-GAME-TS(WS-VD-SEARCH) = GH-GAME-TS
              MOVE WS-VD-SEARCH TO WS-VD-SUB
           ELSE
              ADD 1 TO WS-VD-SEARCH
           END-IF
           .
