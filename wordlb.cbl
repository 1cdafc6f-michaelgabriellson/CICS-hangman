      *Q DB2 SECTION                                                 *
      *TOP 10 OPERATORS BY WIN RATE, WITH THE STREAK FROM THEIR MOST *
      *RECENT GAME (A CORRELATED SUBQUERY SINCE CURRENT-STREAK IS    *
      *THE VALUE AS OF THAT ROW, NOT A RUNNING TOTAL) - GAMES VOIDED *
      *FROM GLINQ ARE LEFT OUT OF BOTH. DECLARED HERE, AHEAD OF ITS  *
      *FIRST OPEN IN C-BUILD-LEADERBOARD                              *
      ****************************************************************
       QA-DECLARE-LBCSR SECTION.
           EXEC SQL
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
