      ****************************************************************
      *  GAMEVOID - HOST VARIABLES FOR TABLE USER11.GAMEVOID         *
      *  ONE ROW PER GAME VOIDED FROM GLINQ, KEYED BY OPID AND GAME  *
      *  TIMESTAMP - THE WORDSTATS ROW IS FLAGGED, NEVER DELETED,    *
      *  AND THIS ROW RECORDS WHY AND WHO APPROVED IT. WIN_FLAG 'A'  *
      *  IS A VOIDED ABANDON, WHICH NEVER HAD A WORDSTATS ROW        *
      ****************************************************************
       01  GV-OPID              PIC X(03).
       01  GV-GAME-TS           PIC S9(15) USAGE COMP-3.
       01  GV-WORDID            PIC S9(9) USAGE COMP.
       01  GV-WIN-FLAG          PIC X(01).
       01  GV-REASON-CODE       PIC X(02).
           88  GV-MISSPELT                VALUE 'MS'.
           88  GV-TERMINAL-HUNG           VALUE 'TH'.
           88  GV-SYSTEM-ERROR            VALUE 'SY'.
           88  GV-OTHER                   VALUE 'OT'.
           88  GV-REASON-VALID            VALUE 'MS' 'TH' 'SY' 'OT'.
       01  GV-APPROVER-OPID     PIC X(03).
       01  GV-VOID-TS           PIC X(26).
