      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGGRPT.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGGRPT  ASSIGN TO SUGGRPT
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SUGGRPT
           RECORDING MODE IS F.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-RUN-DATE          PIC X(10).
       01 WS-FROM-DATE         PIC X(10).
       01 WS-OPID-COUNT        PIC 9(05) VALUE 0.
       01 WS-STATUS-COUNT      PIC 9(05) VALUE 0.
       01 WS-PENDING-COUNT     PIC 9(05) VALUE 0.
       01 WS-APPROVED-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(05) VALUE 0.

      * CONTROL BREAK FIELDS - THE LISTING IS IN STATUS ORDER, THEN BY
      * SUBMITTER WITHIN EACH STATUS. A SPACE STATUS MEANS NO GROUP
      * HAS BEEN STARTED YET
       01 WS-PREV-STATUS       PIC X(01) VALUE SPACE.
       01 WS-PREV-OPID         PIC X(03) VALUE SPACES.

       01 WS-HEADING1.
           02  FILLER          PIC X(32) VALUE
                     'WORD SUGGESTIONS - WEEK ENDING '.
           02  WH1-RUN-DATE    PIC X(10).
       01 WS-HEADING2.
           02  FILLER          PIC X(51) VALUE
             'ALL PENDING, PLUS THOSE APPROVED OR REJECTED AFTER'.
           02  WH2-FROM-DATE   PIC X(10).
       01 WS-STATUS-HEADING.
           02  WSH-TITLE       PIC X(40).
       01 WS-COLUMN-HEADING.
           02  FILLER          PIC X(45) VALUE
             '       ID BY  WORD'.
           02  FILLER          PIC X(29) VALUE
             'CATEGORY   DIFFIC SUBMITTED'.
       01 WS-DETAIL-LINE.
           02  WDL-SUGGEST-ID  PIC Z(8)9.
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-OPID        PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-WORD        PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-CATEGORY    PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-DIFFICULTY  PIC X(06).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WDL-SUBMIT-DATE PIC X(10).
      * SECOND LINE FOR A REVIEWED SUGGESTION - WHO DECIDED AND WHEN,
      * THEN THE WORDID IT WAS ADDED AS OR THE REASON IT WAS REJECTED
       01 WS-REVIEW-LINE.
           02  FILLER          PIC X(14) VALUE SPACES.
           02  FILLER          PIC X(12) VALUE 'REVIEWED BY '.
           02  WRL-OPID        PIC X(03).
           02  FILLER          PIC X(04) VALUE ' ON '.
           02  WRL-DATE        PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WRL-OUTCOME     PIC X(36).
       01 WS-WORDID-OUTCOME.
           02  FILLER          PIC X(07) VALUE 'WORDID '.
           02  WWO-WORDID      PIC Z(8)9.
       01 WS-REASON-OUTCOME.
           02  FILLER          PIC X(06) VALUE 'WHY - '.
           02  WRO-REASON      PIC X(30).
       01 WS-OPID-LINE.
           02  FILLER          PIC X(14) VALUE SPACES.
           02  FILLER          PIC X(13) VALUE 'SUBMITTED BY '.
           02  WOL-OPID        PIC X(03).
           02  FILLER          PIC X(02) VALUE ' :'.
           02  WOL-COUNT       PIC ZZZ,ZZ9.
       01 WS-STATUS-LINE.
           02  FILLER          PIC X(14) VALUE SPACES.
           02  WSL-LABEL       PIC X(18).
           02  WSL-COUNT       PIC ZZZ,ZZ9.

       01 WS-TOTALS-LINE1.
           02  FILLER          PIC X(24) VALUE
                                     'PENDING REVIEW        :'.
           02  WT-PENDING      PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           02  FILLER          PIC X(24) VALUE
                                     'APPROVED THIS WEEK    :'.
           02  WT-APPROVED     PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           02  FILLER          PIC X(24) VALUE
                                     'REJECTED THIS WEEK    :'.
           02  WT-REJECTED     PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
           02  FILLER          PIC X(38) VALUE
                     'WORD_SUGGEST FETCH FAILED - SQLCODE ='.
           02  WEL-SQLCODE     PIC -ZZZZZZZZ9.

       COPY SUGGEST.
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
      *WEEKLY LISTING OF THE WORDSUG SUGGESTION QUEUE FOR THE        *
      *SUPERVISORS - EVERY SUGGESTION STILL AWAITING REVIEW, AND     *
      *EVERY ONE APPROVED OR REJECTED IN THE LAST 7 DAYS, GROUPED BY *
      *STATUS AND THEN BY THE OPERATOR WHO SUBMITTED IT. READ-ONLY   *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT SUGGRPT

           PERFORM B-SET-DATES
           MOVE WS-RUN-DATE TO WH1-RUN-DATE
           MOVE WS-FROM-DATE TO WH2-FROM-DATE
           WRITE RPT-RECORD FROM WS-HEADING1
           WRITE RPT-RECORD FROM WS-HEADING2

           PERFORM C-LIST-SUGGESTIONS
           IF WS-PREV-STATUS NOT = SPACE
              PERFORM CC-END-STATUS
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-PENDING-COUNT TO WT-PENDING
           MOVE WS-APPROVED-COUNT TO WT-APPROVED
           MOVE WS-REJECTED-COUNT TO WT-REJECTED
           WRITE RPT-RECORD FROM WS-TOTALS-LINE1
           WRITE RPT-RECORD FROM WS-TOTALS-LINE2
           WRITE RPT-RECORD FROM WS-TOTALS-LINE3

           CLOSE SUGGRPT
           STOP RUN
           .
      ****************************************************************
      *QA DECLARE SUGGCSR SECTION                                    *
      *PENDING SUGGESTIONS OF ANY AGE, AND THOSE REVIEWED AFTER      *
      *WS-FROM-DATE, IN STATUS / SUBMITTER / SUGGEST_ID ORDER        *
      ****************************************************************
       QA-DECLARE-SUGGCSR SECTION.
           EXEC SQL
             DECLARE SUGGCSR CURSOR FOR
             SELECT STATUS, SUBMIT_OPID, SUGGEST_ID, WORD, CATEGORY,
                    DIFFICULTY, CHAR(DATE(SUBMIT_TS), ISO),
                    REVIEW_OPID, CHAR(DATE(REVIEW_TS), ISO),
                    REJECT_REASON, WORDID
             FROM USER11.WORD_SUGGEST
             WHERE STATUS = 'P'
                OR DATE(REVIEW_TS) > :WS-FROM-DATE
             ORDER BY STATUS, SUBMIT_OPID, SUGGEST_ID
           END-EXEC
           .
      ****************************************************************
      *B SET DATES SECTION                                           *
      *THE WEEK IS THE 7 DAYS UP TO AND INCLUDING TODAY              *
      ****************************************************************
       B-SET-DATES SECTION.
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO),
                    CHAR(CURRENT DATE - 7 DAYS, ISO)
             INTO   :WS-RUN-DATE, :WS-FROM-DATE
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .
      ****************************************************************
      *C LIST SUGGESTIONS SECTION                                    *
      ****************************************************************
       C-LIST-SUGGESTIONS SECTION.
           EXEC SQL
             OPEN SUGGCSR
           END-EXEC

           PERFORM CA-FETCH-SUGGESTION
           PERFORM CB-PRINT-SUGGESTION UNTIL SQLCODE NOT = ZERO

      *    ANYTHING BUT END-OF-CURSOR HERE IS AN ERROR, NOT A CLEAN
      *    FINISH - SAY SO ON THE REPORT THE SAME WAY WORDRECN DOES
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WEL-SQLCODE
              WRITE RPT-RECORD FROM WS-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             CLOSE SUGGCSR
           END-EXEC
           .
      ****************************************************************
      *CA FETCH SUGGESTION SECTION                                   *
      ****************************************************************
       CA-FETCH-SUGGESTION SECTION.
           EXEC SQL
             FETCH SUGGCSR
             INTO  :SG-STATUS, :SG-SUBMIT-OPID, :SG-SUGGEST-ID,
                   :SG-WORD, :SG-CATEGORY, :SG-DIFFICULTY,
                   :SG-SUBMIT-DATE, :SG-REVIEW-OPID,
                   :SG-REVIEW-DATE :SG-REVIEW-IND,
                   :SG-REJECT-REASON, :SG-WORDID :SG-WORDID-IND
           END-EXEC
           .
      ****************************************************************
      *CB PRINT SUGGESTION SECTION                                   *
      *CLOSES OFF THE PREVIOUS STATUS OR SUBMITTER GROUP WHEN EITHER *
      *CHANGES, THEN LISTS THIS SUGGESTION                           *
      ****************************************************************
       CB-PRINT-SUGGESTION SECTION.
           EVALUATE TRUE
           WHEN SG-STATUS NOT = WS-PREV-STATUS
             IF WS-PREV-STATUS NOT = SPACE
                PERFORM CC-END-STATUS
             END-IF
             PERFORM CD-START-STATUS
           WHEN SG-SUBMIT-OPID NOT = WS-PREV-OPID
             PERFORM CE-END-SUBMITTER
           END-EVALUATE

           ADD 1 TO WS-OPID-COUNT
           ADD 1 TO WS-STATUS-COUNT
           MOVE SG-SUGGEST-ID TO WDL-SUGGEST-ID
           MOVE SG-SUBMIT-OPID TO WDL-OPID
           MOVE SG-WORD TO WDL-WORD
           MOVE SG-CATEGORY TO WDL-CATEGORY
           MOVE SG-DIFFICULTY TO WDL-DIFFICULTY
           MOVE SG-SUBMIT-DATE TO WDL-SUBMIT-DATE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE

           EVALUATE TRUE
           WHEN SG-PENDING
             ADD 1 TO WS-PENDING-COUNT
           WHEN SG-APPROVED
             ADD 1 TO WS-APPROVED-COUNT
             IF SG-WORDID-IND < 0
                MOVE ZERO TO SG-WORDID
             END-IF
             MOVE SG-WORDID TO WWO-WORDID
             MOVE WS-WORDID-OUTCOME TO WRL-OUTCOME
             PERFORM CF-PRINT-REVIEW
           WHEN SG-REJECTED
             ADD 1 TO WS-REJECTED-COUNT
             MOVE SG-REJECT-REASON TO WRO-REASON
             MOVE WS-REASON-OUTCOME TO WRL-OUTCOME
             PERFORM CF-PRINT-REVIEW
           END-EVALUATE

           PERFORM CA-FETCH-SUGGESTION
           .
      ****************************************************************
      *CC END STATUS SECTION                                         *
      ****************************************************************
       CC-END-STATUS SECTION.
           PERFORM CE-END-SUBMITTER
           MOVE WS-STATUS-COUNT TO WSL-COUNT
           WRITE RPT-RECORD FROM WS-STATUS-LINE
           .
      ****************************************************************
      *CD START STATUS SECTION                                       *
      ****************************************************************
       CD-START-STATUS SECTION.
           MOVE SG-STATUS TO WS-PREV-STATUS
           MOVE SG-SUBMIT-OPID TO WS-PREV-OPID
           MOVE ZERO TO WS-STATUS-COUNT
           MOVE ZERO TO WS-OPID-COUNT

           EVALUATE TRUE
           WHEN SG-PENDING
             MOVE 'PENDING REVIEW' TO WSH-TITLE
             MOVE 'TOTAL PENDING    :' TO WSL-LABEL
           WHEN SG-APPROVED
             MOVE 'APPROVED IN THE LAST 7 DAYS' TO WSH-TITLE
             MOVE 'TOTAL APPROVED   :' TO WSL-LABEL
           WHEN SG-REJECTED
             MOVE 'REJECTED IN THE LAST 7 DAYS' TO WSH-TITLE
             MOVE 'TOTAL REJECTED   :' TO WSL-LABEL
           WHEN OTHER
             MOVE 'UNKNOWN STATUS' TO WSH-TITLE
             MOVE SG-STATUS TO WSH-TITLE(16:1)
             MOVE 'TOTAL            :' TO WSL-LABEL
           END-EVALUATE

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM WS-STATUS-HEADING
           WRITE RPT-RECORD FROM WS-COLUMN-HEADING
           .
      ****************************************************************
      *CE END SUBMITTER SECTION                                      *
      ****************************************************************
       CE-END-SUBMITTER SECTION.
           MOVE WS-PREV-OPID TO WOL-OPID
           MOVE WS-OPID-COUNT TO WOL-COUNT
           WRITE RPT-RECORD FROM WS-OPID-LINE
           MOVE ZERO TO WS-OPID-COUNT
           MOVE SG-SUBMIT-OPID TO WS-PREV-OPID
           .
      ****************************************************************
      *CF PRINT REVIEW SECTION                                       *
      ****************************************************************
       CF-PRINT-REVIEW SECTION.
           IF SG-REVIEW-IND < 0
              MOVE SPACES TO SG-REVIEW-DATE
           END-IF
           MOVE SG-REVIEW-OPID TO WRL-OPID
           MOVE SG-REVIEW-DATE TO WRL-DATE
           WRITE RPT-RECORD FROM WS-REVIEW-LINE
           .
