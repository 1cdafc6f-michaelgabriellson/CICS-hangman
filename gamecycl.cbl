      * THE STEP_SEQ VALUE SEEDED INTO USER11.CYCLE_CTRL. CLOSEHST AND
      * OPENHIST BRACKET THE BATCH STEPS SO GAMEHIST IS NEVER LEFT
      * CICS-OPEN WHILE A BATCH STEP APPENDS TO IT, AND NEVER LEFT
      * CLOSED ONCE THE CYCLE HAS RUN TO COMPLETION. OPRSTMT IS THE
      * MONTH-END STEP - SEE CA1-INSERT-ONE-STEP
       01 WS-STEP-LIST.
           02  FILLER          PIC X(08) VALUE 'CLOSEHST'.
           02  FILLER          PIC X(08) VALUE 'GAMEABND'.
           02  FILLER          PIC X(08) VALUE 'GAMERPT '.
           02  FILLER          PIC X(08) VALUE 'GAMEXTR '.
           02  FILLER          PIC X(08) VALUE 'WORDRECN'.
           02  FILLER          PIC X(08) VALUE 'VOIDRPT '.
           02  FILLER          PIC X(08) VALUE 'WORDEFF '.
           02  FILLER          PIC X(08) VALUE 'OPRSTMT '.
           02  FILLER          PIC X(08) VALUE 'OPENHIST'.
       01 WS-STEP-NAMES REDEFINES WS-STEP-LIST.
           02  WS-STEP-ENTRY OCCURS 9 TIMES
                               PIC X(08).
       01 WS-STEP-SUB          PIC S9(4) USAGE COMP.

           IF WS-STEP-COUNT = 0
              PERFORM CA1-INSERT-ONE-STEP
                      VARYING WS-STEP-SUB FROM 1 BY 1
                      UNTIL WS-STEP-SUB > 9
              EXEC SQL
                COMMIT WORK
              END-EXEC
           .
      ****************************************************************
      *CA1 INSERT ONE STEP SECTION                                   *
      *THE MONTHLY OPERATOR STATEMENT ONLY RUNS IN THE CYCLE SEEDED  *
      *ON THE 1ST OF A MONTH, FOR THE MONTH JUST ENDED - ON EVERY    *
      *OTHER NIGHT ITS ROW IS SEEDED ALREADY COMPLETE, SO ITS CHECK  *
      *ANSWERS RC 4 AND THE JCL SKIPS IT LIKE ANY STEP A PRIOR       *
      *ATTEMPT FINISHED. ON THE 1ST IT IS PENDING AND RESTARTS THE   *
      *SAME WAY AS EVERY OTHER STEP                                  *
      ****************************************************************
       CA1-INSERT-ONE-STEP SECTION.
           MOVE WS-STEP-SUB TO CY-STEP-SEQ
           MOVE WS-STEP-ENTRY(WS-STEP-SUB) TO CY-STEP-NAME
           SET CY-STEP-PENDING TO TRUE
           IF CY-STEP-NAME = 'OPRSTMT' AND CY-RUN-DATE(9:2) NOT = '01'
              SET CY-STEP-COMPLETE TO TRUE
           END-IF
           EXEC SQL
             INSERT INTO USER11.CYCLE_CTRL
                   (RUN_DATE, STEP_SEQ, STEP_NAME, STEP_STATUS)
             VALUES (:CY-RUN-DATE, :CY-STEP-SEQ, :CY-STEP-NAME,
                     :CY-STEP-STATUS)
           END-EXEC
           .
      ****************************************************************
