       01 WS-GAME-COUNT       PIC 9(02).
       01 WS-CUR-SUB          PIC 9(02).
       01 WS-CUR-TS           PIC S9(15) USAGE COMP-3.
       01 WS-ABSTIME          PIC S9(15) USAGE COMP-3.

      * VOID WORK AREAS - THE REASON CODE IS TAKEN OFF GGSCRI INTO
      * GV-REASON-CODE BEFORE THE OUTPUT SIDE IS CLEARED, THE SAME
      * WAY WS-INQ-OPID IS FOR GQSCR
       01 WS-VOID-FLAG        PIC X(01).
           88  WS-VOID-OK               VALUE 'Y'.
       01 WS-VOID-MSG         PIC X(40).
      * SET WHEN THE GAME BEING VOIDED WAS ABANDONED - IT HAS NO
      * WORDSTATS ROW TO FLAG AND NO PLACE IN ANY STREAK
       01 WS-ABANDON-FLAG     PIC X(01).
           88  WS-VOID-ABANDON          VALUE 'Y'.

      * STREAK RESEQUENCE AFTER A VOID - SEE LF-RESEQUENCE-STREAK
       01 WS-STK-DELTA        PIC S9(9) USAGE COMP.
       01 WS-STK-EXPECT       PIC S9(9) USAGE COMP.
       01 WS-STK-STREAK       PIC S9(9) USAGE COMP.
       01 WS-STK-PLAY-TS      PIC X(26).
       01 WS-STK-WIN-FLAG     PIC X(01).
       01 WS-STK-DONE-FLAG    PIC X(01).
           88  WS-STK-DONE              VALUE 'Y'.

       01 WS-BROWSE-FLAG      PIC X(01).
           88  WS-BROWSE-DONE           VALUE 'Y'.
       COPY DFHBMSCA.
       COPY GLINQ.
       COPY GUESSLOG.
       COPY GAMEHIST.
       COPY WORDSDB2.
       COPY WORDSTAT.
       COPY GAMEVOID.
       COPY ACTVGAME.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       COPY GQCA.
      *B CICS SECTION                                                *
      *SUPERVISOR INQUIRY AGAINST THE GUESSLOG FILE - ENTER SEARCHES *
      *FOR AN OPID/DATE AND THEN SELECTS A GAME OFF THE LIST, PF8    *
      *PAGES THROUGH THE GUESS DETAIL, PF10 VOIDS THE GAME ON THE    *
      *DETAIL SCREEN, CLEAR STARTS A FRESH SEARCH, PF3 EXITS         *
      ****************************************************************
       B-CICS-SECTION.

             PERFORM K-BUILD-DETAIL
             PERFORM CB-SEND-DETAIL

           WHEN EIBAID = DFHPF10 AND GQ-DETAIL-MODE
      *       F10 VOID THE GAME ON THE DETAIL SCREEN
             PERFORM L-VOID-GAME

           WHEN GQ-DETAIL-MODE
      *       ANY OTHER KEY WHILE THE DETAIL IS UP - ONLY PF10 READS
      *       GGSCR, SO THIS MUST SIT ABOVE THE ENTER BRANCHES OR
      *       THEIR RECEIVE OF GQSCR WOULD MAPFAIL
             MOVE LOW-VALUES TO GGSCRO
             MOVE 'INVALID KEY PRESSED' TO GGMSGO
             PERFORM EB-SEND-DETAIL-DATA
            WHEN 15  MOVE WS-DETAIL-LINE TO GGL15O
           END-EVALUATE
           .
      ****************************************************************
      *L VOID GAME SECTION                                           *
      *TAKES THE GAME ON THE DETAIL SCREEN OFF THE RECORD. NOTHING   *
      *IS DELETED - A GAMEVOID ROW RECORDS THE REASON AND APPROVER,  *
      *THE WORDSTATS ROW IS FLAGGED SO WORDLB STOPS COUNTING IT, THE *
      *OPERATOR'S LATER STREAK VALUES ARE RESEQUENCED, AND A         *
      *REVERSING 'V' RECORD IS APPENDED TO GAMEHIST FOR THE BATCH    *
      *REPORTS TO DROP THE GAME ON. AN ABANDONED GAME NEVER REACHED  *
      *WORDSTATS, SO ONLY THE GAMEVOID ROW AND THE 'V' RECORD APPLY  *
      ****************************************************************
       L-VOID-GAME SECTION.
           SET WS-VOID-OK TO TRUE
           MOVE 'N' TO WS-ABANDON-FLAG
           MOVE SPACES TO WS-VOID-MSG

           PERFORM LA-RECEIVE-REASON
           IF WS-VOID-OK
              PERFORM LB-FETCH-RESULT
           END-IF
           IF WS-VOID-OK
              PERFORM LC-RECORD-VOID
           END-IF
           IF WS-VOID-OK AND NOT WS-VOID-ABANDON
              PERFORM LD-FLAG-STATS
           END-IF
           IF WS-VOID-OK AND NOT WS-VOID-ABANDON
              PERFORM LE-RESEQUENCE-STREAK
           END-IF

           MOVE LOW-VALUES TO GGSCRO
           IF WS-VOID-OK
              PERFORM LF-WRITE-REVERSAL
              MOVE 'GAME VOIDED' TO WS-VOID-MSG
              MOVE SPACES TO GGRSNO
           ELSE
      *       ANYTHING ALREADY CHANGED FOR THIS VOID IS BACKED OUT SO
      *       GAMEVOID AND WORDSTATS NEVER DISAGREE
              EXEC CICS SYNCPOINT
                ROLLBACK
                RESP(WS-RESP)
              END-EXEC
           END-IF
           MOVE WS-VOID-MSG TO GGMSGO
           PERFORM EB-SEND-DETAIL-DATA
           .
      ****************************************************************
      *LA RECEIVE REASON SECTION                                     *
      *READS THE REASON CODE OFF GGSCR - A SUPERVISOR CANNOT VOID    *
      *THEIR OWN GAME, SO EVERY VOID HAS A SECOND PAIR OF EYES       *
      ****************************************************************
       LA-RECEIVE-REASON SECTION.
           EXEC CICS RECEIVE
             MAP     ('GGSCR')
             MAPSET  ('GLINQ')
             INTO    (GGSCRI)
             RESP    (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE GGRSNI TO GV-REASON-CODE
           ELSE
              MOVE SPACES TO GV-REASON-CODE
           END-IF

           EVALUATE TRUE
           WHEN NOT GV-REASON-VALID
             MOVE 'KEY VOID REASON MS, TH, SY OR OT' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           WHEN GQ-OPID = EIBOPID
             MOVE 'CANNOT VOID YOUR OWN GAME' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           END-EVALUATE
           .
      ****************************************************************
      *LB FETCH RESULT SECTION                                       *
      *FINDS THE WORDSTATS ROW THE GAME WROTE WHEN IT FINISHED - A   *
      *GAME GAMEABND SWEPT UP AS ABANDONED HAS NO ROW, BUT IS FOUND  *
      *ON USER11.GAMEABANDON INSTEAD. A PRACTICE GAME, ONE STILL IN  *
      *PROGRESS, OR ONE PLAYED BEFORE WORDSTATS CARRIED THE GAME     *
      *TIMESTAMP HAS NEITHER AND SO NO RESULT TO VOID                *
      ****************************************************************
       LB-FETCH-RESULT SECTION.
           MOVE GQ-OPID TO OPID
           MOVE GQ-SEL-TS TO GV-GAME-TS
           EXEC SQL
             SELECT PLAY_TS, WORDID, WIN_FLAG, WRONG_GUESSES,
                    CURRENT_STREAK, CATEGORY, DIFFICULTY, VOID_FLAG
             INTO   :PLAY-TS, :WORDID, :WIN-FLAG, :WRONG-GUESSES,
                    :CURRENT-STREAK, :CATEGORY, :DIFFICULTY,
                    :VOID-FLAG
             FROM USER11.WORDSTATS
             WHERE OPID = :OPID
               AND GAME_TS = :GV-GAME-TS
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
             PERFORM LB1-FETCH-ABANDON
           WHEN SQLCODE NOT = ZERO
             MOVE 'STATS LOOKUP NOT SUCCESFUL' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           WHEN GAME-VOIDED
             MOVE 'GAME ALREADY VOIDED' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           END-EVALUATE
           .
      ****************************************************************
      *LB1 FETCH ABANDON SECTION                                     *
      *THE ROW GAMEABND KEPT WITH THE GAME'S 'A' GAMEHIST RECORD -   *
      *WIN-FLAG IS SET TO 'A' SO GAMEVOID RECORDS WHAT WAS VOIDED.   *
      *A SECOND VOID OF THE SAME ABANDON IS CAUGHT BY LC'S -803      *
      ****************************************************************
       LB1-FETCH-ABANDON SECTION.
           EXEC SQL
             SELECT WORDID, CATEGORY, DIFFICULTY, WRONG_GUESSES
             INTO   :WORDID, :CATEGORY, :DIFFICULTY, :WRONG-GUESSES
             FROM USER11.GAMEABANDON
             WHERE OPID = :OPID
               AND GAME_TS = :GV-GAME-TS
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
             MOVE 'NO FINISHED RESULT ON FILE TO VOID' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           WHEN SQLCODE NOT = ZERO
             MOVE 'ABANDON LOOKUP NOT SUCCESFUL' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           WHEN OTHER
             MOVE 'A' TO WIN-FLAG
             SET WS-VOID-ABANDON TO TRUE
           END-EVALUATE
           .
      ****************************************************************
      *LC RECORD VOID SECTION                                        *
      *ONE GAMEVOID ROW PER GAME - A DUPLICATE KEY MEANS ANOTHER     *
      *SUPERVISOR VOIDED IT FIRST                                    *
      ****************************************************************
       LC-RECORD-VOID SECTION.
           MOVE OPID TO GV-OPID
           MOVE WORDID TO GV-WORDID
           MOVE WIN-FLAG TO GV-WIN-FLAG
           MOVE EIBOPID TO GV-APPROVER-OPID
           EXEC SQL
             INSERT INTO USER11.GAMEVOID
                   (OPID, GAME_TS, WORDID, WIN_FLAG, REASON_CODE,
                    APPROVER_OPID, VOID_TS)
             VALUES (:GV-OPID, :GV-GAME-TS, :GV-WORDID, :GV-WIN-FLAG,
                    :GV-REASON-CODE, :GV-APPROVER-OPID,
                    CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = -803
             MOVE 'GAME ALREADY VOIDED' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           WHEN SQLCODE NOT = ZERO
             MOVE 'VOID INSERT NOT SUCCESFUL' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
           END-EVALUATE
           .
      ****************************************************************
      *LD FLAG STATS SECTION                                         *
      ****************************************************************
       LD-FLAG-STATS SECTION.
           EXEC SQL
             UPDATE USER11.WORDSTATS
             SET VOID_FLAG = 'Y'
             WHERE OPID = :OPID
               AND GAME_TS = :GV-GAME-TS
           END-EXEC

           IF SQLCODE NOT = ZERO
              MOVE 'STATS UPDATE NOT SUCCESFUL' TO WS-VOID-MSG
              MOVE 'N' TO WS-VOID-FLAG
           END-IF
           .
      ****************************************************************
      *LE RESEQUENCE STREAK SECTION                                  *
      *CURRENT_STREAK IS STORED AS OF EACH ROW, SO TAKING A GAME OUT *
      *LEAVES THE RUN OF WINS THAT FOLLOWED IT WRONG. A VOIDED WIN   *
      *TAKES ONE OFF EACH OF THEM; A VOIDED LOSS NO LONGER BREAKS    *
      *THE RUN, SO THEY PICK UP FROM THE STREAK STANDING BEFORE IT.  *
      *THE RUN ENDS AT THE NEXT LOSS, OR WHERE THE STORED STREAK     *
      *STOPS CLIMBING BY ONE (A NEW SESSION STARTED AFRESH)          *
      ****************************************************************
       LE-RESEQUENCE-STREAK SECTION.
           MOVE 'N' TO WS-STK-DONE-FLAG
           MOVE CURRENT-STREAK TO WS-STK-EXPECT
           MOVE PLAY-TS TO WS-STK-PLAY-TS

           IF GAME-WON
              MOVE -1 TO WS-STK-DELTA
           ELSE
              PERFORM LE1-PRIOR-STREAK
           END-IF

           IF WS-STK-DELTA = ZERO
              SET WS-STK-DONE TO TRUE
           END-IF

           PERFORM LE2-NEXT-ROW UNTIL WS-STK-DONE
           .
      ****************************************************************
      *LE1 PRIOR STREAK SECTION                                      *
      *THE STREAK STANDING ON THE OPERATOR'S LAST UNVOIDED GAME      *
      *BEFORE THE VOIDED ONE - ZERO WHEN THERE IS NONE               *
      ****************************************************************
       LE1-PRIOR-STREAK SECTION.
           EXEC SQL
             SELECT CURRENT_STREAK
             INTO   :WS-STK-STREAK
             FROM USER11.WORDSTATS
             WHERE OPID = :OPID
               AND PLAY_TS < :PLAY-TS
               AND VOID_FLAG = 'N'
             ORDER BY PLAY_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = ZERO
              MOVE WS-STK-STREAK TO WS-STK-DELTA
           ELSE
              MOVE ZERO TO WS-STK-DELTA
           END-IF
           .
      ****************************************************************
      *LE2 NEXT ROW SECTION                                          *
      *STEPS TO THE OPERATOR'S NEXT UNVOIDED GAME AFTER THE LAST ONE *
      *LOOKED AT, THE SAME ANCHOR-AND-SCAN QB-RANDOMIZE USES, AND    *
      *ADJUSTS IT IF IT IS STILL PART OF THE RUN                     *
      ****************************************************************
       LE2-NEXT-ROW SECTION.
           EXEC SQL
             SELECT PLAY_TS, WIN_FLAG, CURRENT_STREAK
             INTO   :WS-STK-PLAY-TS, :WS-STK-WIN-FLAG, :WS-STK-STREAK
             FROM USER11.WORDSTATS
             WHERE OPID = :OPID
               AND PLAY_TS > :WS-STK-PLAY-TS
               AND VOID_FLAG = 'N'
             ORDER BY PLAY_TS
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
             SET WS-STK-DONE TO TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'STREAK LOOKUP NOT SUCCESFUL' TO WS-VOID-MSG
             MOVE 'N' TO WS-VOID-FLAG
             SET WS-STK-DONE TO TRUE
           WHEN WS-STK-WIN-FLAG NOT = 'Y'
                 OR WS-STK-STREAK NOT = WS-STK-EXPECT + 1
             SET WS-STK-DONE TO TRUE
           WHEN OTHER
             MOVE WS-STK-STREAK TO WS-STK-EXPECT
             ADD WS-STK-DELTA TO WS-STK-STREAK
             PERFORM LE3-UPDATE-STREAK
           END-EVALUATE
           .
      ****************************************************************
      *LE3 UPDATE STREAK SECTION                                     *
      ****************************************************************
       LE3-UPDATE-STREAK SECTION.
           EXEC SQL
             UPDATE USER11.WORDSTATS
             SET CURRENT_STREAK = :WS-STK-STREAK
             WHERE OPID = :OPID
               AND PLAY_TS = :WS-STK-PLAY-TS
           END-EXEC

           IF SQLCODE NOT = ZERO
              MOVE 'STREAK UPDATE NOT SUCCESFUL' TO WS-VOID-MSG
              MOVE 'N' TO WS-VOID-FLAG
              SET WS-STK-DONE TO TRUE
           END-IF
           .
      ****************************************************************
      *LF WRITE REVERSAL SECTION                                     *
      *APPENDS THE REVERSING 'V' RECORD TO GAMEHIST UNDER THE VOIDED *
      *GAME'S OWN OPID AND GAME TIMESTAMP, STAMPED WITH THE TIME OF  *
      *THE VOID - THE SAME GHLD FALLBACK AS WORDGAME'S FE-WRITE-HIST *
      *COVERS A VOID KEYED WHILE THE FILE IS CLOSED FOR BATCH        *
      ****************************************************************
       LF-WRITE-REVERSAL SECTION.
           MOVE SPACES TO WORD
           EXEC SQL
             SELECT WORD
             INTO   :WORD
             FROM USER11.WORDSDB2
             WHERE WORDID = :WORDID
           END-EXEC

           MOVE OPID TO GH-OPID
           MOVE WORDID TO GH-WORDID
           MOVE WORD TO GH-WORD
           MOVE CATEGORY TO GH-CATEGORY
           MOVE DIFFICULTY TO GH-DIFFICULTY
           MOVE GV-GAME-TS TO GH-GAME-TS
           SET GH-VOIDED TO TRUE
           MOVE WRONG-GUESSES TO GH-WRONG-GUESSES
           SET GH-LIVE TO TRUE
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(GH-PLAY-DATE)
             TIME(GH-PLAY-TIME)
           END-EXEC
           EXEC CICS WRITE
             FILE('GAMEHIST')
             FROM(GH-RECORD)
             LENGTH(LENGTH OF GH-RECORD)
             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                QUEUE('GHLD')
                FROM(GH-RECORD)
                LENGTH(LENGTH OF GH-RECORD)
                RESP(WS-RESP)
              END-EXEC
           END-IF
           .
