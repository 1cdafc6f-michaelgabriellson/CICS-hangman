      ****************************************************************
      *  SUGGEST - HOST VARIABLES FOR TABLE USER11.WORD_SUGGEST      *
      *  ONE ROW PER WORD AN OPERATOR PUTS FORWARD FROM WORDSUG,     *
      *  KEYED BY SUGGEST_ID (NEXT AFTER THE CURRENT MAX). IT STAYS  *
      *  PENDING UNTIL A SUPERVISOR APPROVES IT FROM THE WORDMNT     *
      *  REVIEW LIST - WHICH ADDS THE WORD AND RECORDS ITS WORDID -  *
      *  OR REJECTS IT WITH A REASON. ROWS ARE NEVER DELETED, SO THE *
      *  TABLE IS THE RECORD OF WHO SUGGESTED WHAT AND WHO DECIDED   *
      *    SUGGEST_ID INTEGER, WORD CHAR(30), CATEGORY CHAR(10),     *
      *    DIFFICULTY CHAR(6), WORD_KEY CHAR(30), SUBMIT_OPID        *
      *    CHAR(3), SUBMIT_TS TIMESTAMP, STATUS CHAR(1), REVIEW_OPID *
      *    CHAR(3), REVIEW_TS TIMESTAMP (NULL UNTIL REVIEWED),       *
      *    REJECT_REASON CHAR(30), WORDID INTEGER (NULL UNLESS       *
      *    APPROVED)                                                 *
      ****************************************************************
       01  SG-SUGGEST-ID        PIC S9(9) USAGE COMP.
       01  SG-WORD              PIC X(30).
       01  SG-CATEGORY          PIC X(10).
       01  SG-DIFFICULTY        PIC X(06).
       01  SG-SUBMIT-OPID       PIC X(03).
       01  SG-SUBMIT-DATE       PIC X(10).
       01  SG-STATUS            PIC X(01).
           88  SG-PENDING                 VALUE 'P'.
           88  SG-APPROVED                VALUE 'A'.
           88  SG-REJECTED                VALUE 'R'.
       01  SG-REVIEW-OPID       PIC X(03).
       01  SG-REVIEW-DATE       PIC X(10).
       01  SG-REVIEW-IND        PIC S9(4) USAGE COMP.
       01  SG-REJECT-REASON     PIC X(30).
       01  SG-WORDID            PIC S9(9) USAGE COMP.
       01  SG-WORDID-IND        PIC S9(4) USAGE COMP.
       01  SG-COUNT             PIC S9(9) USAGE COMP.
