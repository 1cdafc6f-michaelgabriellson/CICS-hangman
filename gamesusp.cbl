       01 WS-FOUND-SUB         PIC 9(04) COMP.
       01 WS-AB-SUB            PIC 9(04) COMP.

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

      * PER-OPERATOR TALLIES, FOUND-OR-ADDED THE SAME WAY GAMERPT'S
      * WORD AND CATEGORY/DIFFICULTY TABLES WORK - QUIETLY STOPS
      * TRACKING NEW OPERATORS PAST THE LIMIT

           WRITE RPT-RECORD FROM WS-HEADING1

           PERFORM V-COLLECT-VOIDS
           PERFORM B-SCAN-GAMEHIST
           PERFORM C-SCAN-GUESSLOG
           PERFORM D-SCORE-ABANDONS
      ****************************************************************
       BB-TALLY-HIST SECTION.
           ADD 1 TO WS-GH-COUNT
           PERFORM VB-FIND-VOID
      *    PRACTICE SESSIONS NEVER FEED THE LEADERBOARD, SO THERE IS
      *    NOTHING IN THEM TO GAME - LEAVE THEM OUT OF THE PATTERNS.
      *    NOR DOES A VOIDED GAME ANY LONGER, SO IT GOES THE SAME WAY
           IF GH-PRACTICE OR GH-VOIDED OR WS-VD-SUB NOT = ZERO
              PERFORM BA-READ-GAMEHIST
           ELSE
              PERFORM BB1-TALLY-ONE
           MOVE WS-GL-COUNT TO WT-GL-READ
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           IF WS-VD-DROPPED > 0
              MOVE WS-VD-DROPPED TO WVW-COUNT
              WRITE RPT-RECORD FROM WS-VD-WARN-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      ****************************************************************
      *EA PRINT ONE OP SECTION                                       *

           WRITE RPT-RECORD FROM WS-OP-LINE
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
