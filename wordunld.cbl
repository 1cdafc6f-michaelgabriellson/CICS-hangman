      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDUNLD.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDIN   ASSIGN TO OLDIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT NEWIN   ASSIGN TO NEWIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT WORDOUT ASSIGN TO WORDOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT UNLDRPT ASSIGN TO UNLDRPT
                  ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLDIN
           RECORDING MODE IS F.
       01  OI-RECORD               PIC X(76).

       FD  NEWIN
           RECORDING MODE IS F.
       01  NI-RECORD               PIC X(76).

       FD  WORDOUT
           RECORDING MODE IS F.
       01  WO-RECORD               PIC X(76).

       FD  UNLDRPT
           RECORDING MODE IS F.
       01  UR-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-MODE              PIC X(07) VALUE SPACES.
           88  WS-UNLOAD-MODE            VALUE 'UNLOAD'.
           88  WS-COMPARE-MODE           VALUE 'COMPARE'.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-REGION            PIC X(16).

      * THE THREE FEED RECORDS IN WORDIN LAYOUT - THE ONE BEING BUILT
      * FOR WORDOUT, AND THE LAST ONE READ FROM EACH COMPARE INPUT
       01 WS-OUT-FEED.
       COPY WORDIN.
       01 WS-OLD-FEED.
       COPY WORDIN.
       01 WS-NEW-FEED.
       COPY WORDIN.

       01 WS-OUT-COUNT         PIC 9(07) VALUE 0.
       01 WS-ACTIVE-COUNT      PIC 9(07) VALUE 0.
       01 WS-INACTIVE-COUNT    PIC 9(07) VALUE 0.
       01 WS-ADD-COUNT         PIC 9(07) VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(07) VALUE 0.
       01 WS-RETIRE-COUNT      PIC 9(07) VALUE 0.
       01 WS-SAME-COUNT        PIC 9(07) VALUE 0.

      * ONE WORD FROM EACH COMPARE INPUT, THE SAME WAY WHETHER IT
      * CAME IN AS A DATA RECORD OR AN INACTIVE RECORD. THE WORD IS
      * THE MATCH KEY AND GOES TO HIGH-VALUES AT END OF FILE, SO THE
      * OTHER SIDE'S REMAINING WORDS ALL SORT AHEAD OF IT
       01 WS-OLD-ENTRY.
           02  WS-OLD-WORD         PIC X(40).
           02  WS-OLD-CATEGORY     PIC X(10).
           02  WS-OLD-DIFFICULTY   PIC X(06).
           02  WS-OLD-EFF-FROM     PIC X(10).
           02  WS-OLD-EFF-TO       PIC X(10).
           02  WS-OLD-ACTIVE       PIC X(01).
               88  WS-OLD-IS-ACTIVE          VALUE 'Y'.
       01 WS-NEW-ENTRY.
           02  WS-NEW-WORD         PIC X(40).
           02  WS-NEW-CATEGORY     PIC X(10).
           02  WS-NEW-DIFFICULTY   PIC X(06).
           02  WS-NEW-EFF-FROM     PIC X(10).
           02  WS-NEW-EFF-TO       PIC X(10).
           02  WS-NEW-ACTIVE       PIC X(01).
               88  WS-NEW-IS-ACTIVE          VALUE 'Y'.

      * COMPARE INPUT CONTROLS - EACH SIDE MUST BE A FULL UNLOAD, IN
      * WORD ORDER, WHOSE TRAILER BALANCES. BOTH ARE READ THROUGH AND
      * CHECKED BEFORE THE MATCH STARTS, SO ANY FAILURE MEANS NOT ONE
      * DELTA RECORD IS WRITTEN, AND ENDS THE RUN RC 8
       01 WS-OLD-EOF-FLAG      PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                VALUE 'Y'.
       01 WS-NEW-EOF-FLAG      PIC X(01) VALUE 'N'.
           88  WS-NEW-EOF                VALUE 'Y'.
       01 WS-OLD-GOT-FLAG      PIC X(01).
           88  WS-OLD-GOT-WORD           VALUE 'Y'.
       01 WS-NEW-GOT-FLAG      PIC X(01).
           88  WS-NEW-GOT-WORD           VALUE 'Y'.
       01 WS-OLD-PREV-WORD     PIC X(40) VALUE LOW-VALUES.
       01 WS-NEW-PREV-WORD     PIC X(40) VALUE LOW-VALUES.
       01 WS-OLD-READ          PIC 9(07) VALUE 0.
       01 WS-NEW-READ          PIC 9(07) VALUE 0.
       01 WS-OLD-TRL-FLAG      PIC X(01) VALUE 'N'.
           88  WS-OLD-TRL-FOUND          VALUE 'Y'.
       01 WS-NEW-TRL-FLAG      PIC X(01) VALUE 'N'.
           88  WS-NEW-TRL-FOUND          VALUE 'Y'.
       01 WS-OLD-TRL-COUNT     PIC 9(07) VALUE 0.
       01 WS-NEW-TRL-COUNT     PIC 9(07) VALUE 0.
       01 WS-OLD-REGION        PIC X(16) VALUE SPACES.
       01 WS-NEW-REGION        PIC X(16) VALUE SPACES.
       01 WS-OLD-DATE          PIC X(10) VALUE SPACES.
       01 WS-NEW-DATE          PIC X(10) VALUE SPACES.
       01 WS-INPUT-FLAG        PIC X(01) VALUE 'G'.
           88  WS-INPUT-BAD              VALUE 'B'.

       01 WS-HEADING1.
           02  FILLER          PIC X(26) VALUE
                                     'WORDUNLD WORD LIST UNLOAD'.
       01 WS-HEADING2.
           02  FILLER          PIC X(25) VALUE
                                     'WORDUNLD WORD LIST DELTA'.
       01 WS-UNLOAD-LINE.
           02  FILLER          PIC X(08) VALUE 'REGION:'.
           02  WUL-REGION      PIC X(16).
           02  FILLER          PIC X(08) VALUE '  DATE:'.
           02  WUL-DATE        PIC X(10).
       01 WS-FROM-LINE.
           02  FILLER          PIC X(16) VALUE 'FROM (NEWIN)  :'.
           02  WFL-REGION      PIC X(16).
           02  FILLER          PIC X(10) VALUE '  UNLOAD'.
           02  WFL-DATE        PIC X(10).
       01 WS-TO-LINE.
           02  FILLER          PIC X(16) VALUE 'TO   (OLDIN)  :'.
           02  WTO-REGION      PIC X(16).
           02  FILLER          PIC X(10) VALUE '  UNLOAD'.
           02  WTO-DATE        PIC X(10).
       01 WS-COLUMN-LINE.
           02  FILLER          PIC X(08) VALUE 'ACTION'.
           02  FILLER          PIC X(31) VALUE 'WORD'.
           02  FILLER          PIC X(11) VALUE 'CATEGORY'.
           02  FILLER          PIC X(07) VALUE 'DIFF'.
           02  FILLER          PIC X(11) VALUE 'FROM'.
           02  FILLER          PIC X(10) VALUE 'TO'.
       01 WS-DETAIL-LINE.
           02  WD-ACTION       PIC X(08).
           02  WD-WORD         PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WD-CATEGORY     PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WD-DIFFICULTY   PIC X(06).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WD-EFF-FROM     PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  WD-EFF-TO       PIC X(10).
       01 WS-TOTALS-LINE.
           02  WTL-LABEL       PIC X(16).
           02  WTL-COUNT       PIC ZZZ,ZZ9.

       01 WS-CTL-LINE.
           02  WCL-FILE        PIC X(08).
           02  WCL-TEXT        PIC X(40).
           02  WCL-WORD        PIC X(30).
       01 WS-SQL-LINE.
           02  FILLER          PIC X(31) VALUE
                                     'UNLOAD FAILED - SQLCODE'.
           02  WSL-SQLCODE     PIC -(8)9.
       01 WS-MODE-LINE.
           02  FILLER          PIC X(40) VALUE
                     'PARM MUST BE UNLOAD OR COMPARE'.
       01 WS-BAD-LINE.
           02  FILLER          PIC X(40) VALUE
                     'NO DELTA WRITTEN - INPUT CONTROLS FAIL'.
       01 WS-SIGNOFF-LINE1.
           02  FILLER          PIC X(40) VALUE
                     'DELTA READY FOR SIGN-OFF'.
       01 WS-SIGNOFF-LINE2.
           02  FILLER          PIC X(53) VALUE
             'APPROVED BY ________________________  DATE __________'.

       COPY WORDSDB2.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           02  PARM-LENGTH          PIC S9(4) USAGE COMP.
           02  PARM-TEXT            PIC X(07).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION USING PARM-AREA.
      ****************************************************************
      *A MAIN SECTION                                                *
      *UNLOAD (THE DEFAULT) COPIES USER11.WORDSDB2 TO WORDOUT IN     *
      *WORDIN LAYOUT - A FULL FEED WITH HEADER AND TRAILER, AND THE  *
      *DATED BACKUP OF THE WORD LIST. WORDLOAD ONLY TAKES A FEED     *
      *DATED THE DAY IT RUNS, SO TO RELOAD ONE THE TRAILER DATE MUST *
      *FIRST BE CHANGED TO THE DAY OF THE RELOAD.                    *
      *COMPARE READS TWO SUCH UNLOADS, NEWIN (THE REGION             *
      *THE LIST WAS BUILT IN) AND OLDIN (THE REGION IT IS GOING TO), *
      *AND WRITES TO WORDOUT THE DELTA FEED THAT BRINGS OLDIN'S      *
      *REGION INTO LINE WITH NEWIN'S, WITH A LISTING FOR SIGN-OFF    *
      ****************************************************************
       A-MAIN SECTION.
           OPEN OUTPUT UNLDRPT

           PERFORM B-SET-MODE
           EVALUATE TRUE
           WHEN RETURN-CODE NOT = ZERO
             CONTINUE
           WHEN WS-UNLOAD-MODE
             OPEN OUTPUT WORDOUT
             PERFORM C-UNLOAD
             CLOSE WORDOUT
           WHEN WS-COMPARE-MODE
             OPEN INPUT OLDIN
             OPEN INPUT NEWIN
             OPEN OUTPUT WORDOUT
             PERFORM D-COMPARE
             CLOSE OLDIN
             CLOSE NEWIN
             CLOSE WORDOUT
           WHEN OTHER
             WRITE UR-RECORD FROM WS-MODE-LINE
             MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE UNLDRPT
           STOP RUN
           .
      ****************************************************************
      *B SET MODE SECTION                                            *
      *NO PARM IS AN UNLOAD. THE RUN DATE AND THE DB2 LOCATION NAME  *
      *GO INTO THE HEADER RECORD SO A FILE SAYS WHERE AND WHEN IT WAS*
      *TAKEN - IF DB2 CANNOT SUPPLY THEM NOTHING IS WRITTEN, RATHER  *
      *THAN A FILE WORDLOAD WOULD REJECT WITH NO REASON GIVEN HERE   *
      ****************************************************************
       B-SET-MODE SECTION.
           EVALUATE TRUE
           WHEN PARM-LENGTH = ZERO
             SET WS-UNLOAD-MODE TO TRUE
           WHEN PARM-LENGTH NOT > 7
             MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-MODE
           END-EVALUATE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO), CURRENT SERVER
             INTO   :WS-RUN-DATE, :WS-REGION
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO WSL-SQLCODE
              WRITE UR-RECORD FROM WS-SQL-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           .
      ****************************************************************
      *QA DECLARE UNCSR SECTION                                      *
      *EVERY WORD ON FILE, ACTIVE OR NOT, IN WORD ORDER SO TWO       *
      *UNLOADS CAN BE MATCHED RECORD FOR RECORD BY D-COMPARE         *
      ****************************************************************
       QA-DECLARE-UNCSR SECTION.
           EXEC SQL
             DECLARE UNCSR CURSOR FOR
             SELECT WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG,
                    COALESCE(CHAR(EFFECTIVE_FROM, ISO), ' '),
                    COALESCE(CHAR(EFFECTIVE_TO, ISO), ' ')
             FROM USER11.WORDSDB2
             ORDER BY WORD
           END-EXEC
           .
      ****************************************************************
      *C UNLOAD SECTION                                              *
      *HEADER, ONE RECORD PER WORD, TRAILER. AN SQL ERROR PART WAY   *
      *THROUGH LEAVES THE TRAILER OFF, SO THE SHORT FILE CAN NEVER BE*
      *TAKEN FOR A GOOD ONE BY WORDLOAD OR BY A COMPARE              *
      ****************************************************************
       C-UNLOAD SECTION.
           WRITE UR-RECORD FROM WS-HEADING1
           MOVE WS-REGION TO WUL-REGION
           MOVE WS-RUN-DATE TO WUL-DATE
           WRITE UR-RECORD FROM WS-UNLOAD-LINE

           MOVE SPACES TO WS-OUT-FEED
           SET WI-HEADER-REC OF WS-OUT-FEED TO TRUE
           SET WI-FULL-FEED OF WS-OUT-FEED TO TRUE
           MOVE WS-REGION TO WI-HDR-REGION OF WS-OUT-FEED
           MOVE WS-RUN-DATE TO WI-HDR-DATE OF WS-OUT-FEED
           WRITE WO-RECORD FROM WS-OUT-FEED

           EXEC SQL
             OPEN UNCSR
           END-EXEC
           PERFORM CA-FETCH-WORD
           PERFORM CB-UNLOAD-WORD UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WSL-SQLCODE
              WRITE UR-RECORD FROM WS-SQL-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           EXEC SQL
             CLOSE UNCSR
           END-EXEC

           IF RETURN-CODE = ZERO
              PERFORM W-WRITE-TRAILER
           END-IF

           MOVE 'WORDS ACTIVE  :' TO WTL-LABEL
           MOVE WS-ACTIVE-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'WORDS INACTIVE:' TO WTL-LABEL
           MOVE WS-INACTIVE-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'RECORDS OUT   :' TO WTL-LABEL
           MOVE WS-OUT-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           .
       CA-FETCH-WORD SECTION.
           EXEC SQL
             FETCH UNCSR
             INTO :WORD, :CATEGORY, :DIFFICULTY, :ACTIVE-FLAG,
                  :EFFECTIVE-FROM, :EFFECTIVE-TO
           END-EXEC
           .
      ****************************************************************
      *CB UNLOAD WORD SECTION                                        *
      *AN ACTIVE WORD IS AN ORDINARY DATA RECORD, AN INACTIVE ONE AN *
      *INACTIVE RECORD CARRYING THE SAME COLUMNS                     *
      ****************************************************************
       CB-UNLOAD-WORD SECTION.
           MOVE WORD TO WS-NEW-WORD
           MOVE CATEGORY TO WS-NEW-CATEGORY
           MOVE DIFFICULTY TO WS-NEW-DIFFICULTY
           MOVE EFFECTIVE-FROM TO WS-NEW-EFF-FROM
           MOVE EFFECTIVE-TO TO WS-NEW-EFF-TO
           IF WORD-ACTIVE
              ADD 1 TO WS-ACTIVE-COUNT
              PERFORM W1-WRITE-DATA
           ELSE
              ADD 1 TO WS-INACTIVE-COUNT
              MOVE WS-NEW-ENTRY TO WS-OLD-ENTRY
              PERFORM W2-WRITE-INACTIVE
           END-IF
           PERFORM CA-FETCH-WORD
           .
      ****************************************************************
      *D COMPARE SECTION                                             *
      *CLASSIC TWO-FILE MATCH ON WORD. IN NEWIN ONLY AND ACTIVE IS AN*
      *ADD, ACTIVE IN OLDIN BUT MISSING OR INACTIVE IN NEWIN IS A    *
      *RETIREMENT, AND ACTIVE IN NEWIN WITH A DIFFERENT CATEGORY,    *
      *DIFFICULTY OR PLAY WINDOW - OR INACTIVE IN OLDIN - IS A CHANGE*
      *THE MATCH ONLY RUNS ONCE DJ-CHECK-INPUTS HAS PASSED BOTH      *
      *UNLOADS, SO A BAD INPUT LEAVES WORDOUT EMPTY                  *
      ****************************************************************
       D-COMPARE SECTION.
           WRITE UR-RECORD FROM WS-HEADING2

           PERFORM DJ-CHECK-INPUTS

           MOVE WS-NEW-REGION TO WFL-REGION
           MOVE WS-NEW-DATE TO WFL-DATE
           WRITE UR-RECORD FROM WS-FROM-LINE
           MOVE WS-OLD-REGION TO WTO-REGION
           MOVE WS-OLD-DATE TO WTO-DATE
           WRITE UR-RECORD FROM WS-TO-LINE

           IF WS-INPUT-BAD
              WRITE UR-RECORD FROM WS-BAD-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              WRITE UR-RECORD FROM WS-COLUMN-LINE
              PERFORM DK-REWIND-INPUTS

              MOVE SPACES TO WS-OUT-FEED
              SET WI-HEADER-REC OF WS-OUT-FEED TO TRUE
              SET WI-DELTA-FEED OF WS-OUT-FEED TO TRUE
              MOVE WS-NEW-REGION TO WI-HDR-REGION OF WS-OUT-FEED
              MOVE WS-RUN-DATE TO WI-HDR-DATE OF WS-OUT-FEED
              WRITE WO-RECORD FROM WS-OUT-FEED

              PERFORM DA-READ-OLD
              PERFORM DB-READ-NEW
              PERFORM DC-MATCH-WORD
                      UNTIL (WS-OLD-EOF AND WS-NEW-EOF)
                         OR WS-INPUT-BAD
              PERFORM W-WRITE-TRAILER
           END-IF

           MOVE 'OLDIN WORDS   :' TO WTL-LABEL
           MOVE WS-OLD-READ TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'NEWIN WORDS   :' TO WTL-LABEL
           MOVE WS-NEW-READ TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'WORDS ADDED   :' TO WTL-LABEL
           MOVE WS-ADD-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'WORDS CHANGED :' TO WTL-LABEL
           MOVE WS-CHANGE-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'WORDS RETIRED :' TO WTL-LABEL
           MOVE WS-RETIRE-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'UNCHANGED     :' TO WTL-LABEL
           MOVE WS-SAME-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE
           MOVE 'DELTA RECORDS :' TO WTL-LABEL
           MOVE WS-OUT-COUNT TO WTL-COUNT
           WRITE UR-RECORD FROM WS-TOTALS-LINE

           IF NOT WS-INPUT-BAD
              WRITE UR-RECORD FROM WS-SIGNOFF-LINE1
              WRITE UR-RECORD FROM WS-SIGNOFF-LINE2
           END-IF
           .
      ****************************************************************
      *DA READ OLD SECTION                                           *
      *NEXT WORD FROM OLDIN - CONTROL RECORDS ARE CAPTURED ON THE WAY*
      *PAST, AND A WORD OUT OF ORDER STOPS THE MATCH                 *
      ****************************************************************
       DA-READ-OLD SECTION.
           MOVE 'N' TO WS-OLD-GOT-FLAG
           PERFORM DA1-READ-OLD-RECORD
                   UNTIL WS-OLD-GOT-WORD OR WS-OLD-EOF
           .
       DA1-READ-OLD-RECORD SECTION.
           READ OLDIN INTO WS-OLD-FEED
              AT END SET WS-OLD-EOF TO TRUE
           END-READ

           EVALUATE TRUE
           WHEN WS-OLD-EOF
             MOVE HIGH-VALUES TO WS-OLD-WORD
           WHEN WI-HEADER-REC OF WS-OLD-FEED
             MOVE WI-HDR-REGION OF WS-OLD-FEED TO WS-OLD-REGION
             MOVE WI-HDR-DATE OF WS-OLD-FEED TO WS-OLD-DATE
             IF NOT WI-FULL-FEED OF WS-OLD-FEED
                MOVE 'OLDIN' TO WCL-FILE
                PERFORM DG-NOT-AN-UNLOAD
             END-IF
           WHEN WI-TRAILER-REC OF WS-OLD-FEED
             SET WS-OLD-TRL-FOUND TO TRUE
             MOVE WI-TRL-COUNT OF WS-OLD-FEED TO WS-OLD-TRL-COUNT
           WHEN WI-INACTIVE-REC OF WS-OLD-FEED
             ADD 1 TO WS-OLD-READ
             SET WS-OLD-GOT-WORD TO TRUE
             MOVE WI-INA-WORD OF WS-OLD-FEED TO WS-OLD-WORD
             MOVE WI-INA-CATEGORY OF WS-OLD-FEED TO WS-OLD-CATEGORY
             MOVE WI-INA-DIFFICULTY OF WS-OLD-FEED
                                    TO WS-OLD-DIFFICULTY
             MOVE WI-INA-EFF-FROM OF WS-OLD-FEED TO WS-OLD-EFF-FROM
             MOVE WI-INA-EFF-TO OF WS-OLD-FEED TO WS-OLD-EFF-TO
             MOVE 'N' TO WS-OLD-ACTIVE
           WHEN OTHER
             ADD 1 TO WS-OLD-READ
             SET WS-OLD-GOT-WORD TO TRUE
             MOVE WI-WORD OF WS-OLD-FEED TO WS-OLD-WORD
             MOVE WI-CATEGORY OF WS-OLD-FEED TO WS-OLD-CATEGORY
             MOVE WI-DIFFICULTY OF WS-OLD-FEED TO WS-OLD-DIFFICULTY
             MOVE WI-EFF-FROM OF WS-OLD-FEED TO WS-OLD-EFF-FROM
             MOVE WI-EFF-TO OF WS-OLD-FEED TO WS-OLD-EFF-TO
             MOVE 'Y' TO WS-OLD-ACTIVE
           END-EVALUATE

           IF WS-OLD-GOT-WORD
              IF WS-OLD-WORD NOT > WS-OLD-PREV-WORD
                 MOVE 'OLDIN' TO WCL-FILE
                 MOVE WS-OLD-WORD TO WCL-WORD
                 PERFORM DH-OUT-OF-SEQUENCE
              END-IF
              MOVE WS-OLD-WORD TO WS-OLD-PREV-WORD
           END-IF
           .
      ****************************************************************
      *DB READ NEW SECTION                                           *
      *THE SAME AS DA-READ-OLD, FOR NEWIN                            *
      ****************************************************************
       DB-READ-NEW SECTION.
           MOVE 'N' TO WS-NEW-GOT-FLAG
           PERFORM DB1-READ-NEW-RECORD
                   UNTIL WS-NEW-GOT-WORD OR WS-NEW-EOF
           .
       DB1-READ-NEW-RECORD SECTION.
           READ NEWIN INTO WS-NEW-FEED
              AT END SET WS-NEW-EOF TO TRUE
           END-READ

           EVALUATE TRUE
           WHEN WS-NEW-EOF
             MOVE HIGH-VALUES TO WS-NEW-WORD
           WHEN WI-HEADER-REC OF WS-NEW-FEED
             MOVE WI-HDR-REGION OF WS-NEW-FEED TO WS-NEW-REGION
             MOVE WI-HDR-DATE OF WS-NEW-FEED TO WS-NEW-DATE
             IF NOT WI-FULL-FEED OF WS-NEW-FEED
                MOVE 'NEWIN' TO WCL-FILE
                PERFORM DG-NOT-AN-UNLOAD
             END-IF
           WHEN WI-TRAILER-REC OF WS-NEW-FEED
             SET WS-NEW-TRL-FOUND TO TRUE
             MOVE WI-TRL-COUNT OF WS-NEW-FEED TO WS-NEW-TRL-COUNT
           WHEN WI-INACTIVE-REC OF WS-NEW-FEED
             ADD 1 TO WS-NEW-READ
             SET WS-NEW-GOT-WORD TO TRUE
             MOVE WI-INA-WORD OF WS-NEW-FEED TO WS-NEW-WORD
             MOVE WI-INA-CATEGORY OF WS-NEW-FEED TO WS-NEW-CATEGORY
             MOVE WI-INA-DIFFICULTY OF WS-NEW-FEED
                                    TO WS-NEW-DIFFICULTY
             MOVE WI-INA-EFF-FROM OF WS-NEW-FEED TO WS-NEW-EFF-FROM
             MOVE WI-INA-EFF-TO OF WS-NEW-FEED TO WS-NEW-EFF-TO
             MOVE 'N' TO WS-NEW-ACTIVE
           WHEN OTHER
             ADD 1 TO WS-NEW-READ
             SET WS-NEW-GOT-WORD TO TRUE
             MOVE WI-WORD OF WS-NEW-FEED TO WS-NEW-WORD
             MOVE WI-CATEGORY OF WS-NEW-FEED TO WS-NEW-CATEGORY
             MOVE WI-DIFFICULTY OF WS-NEW-FEED TO WS-NEW-DIFFICULTY
             MOVE WI-EFF-FROM OF WS-NEW-FEED TO WS-NEW-EFF-FROM
             MOVE WI-EFF-TO OF WS-NEW-FEED TO WS-NEW-EFF-TO
             MOVE 'Y' TO WS-NEW-ACTIVE
           END-EVALUATE

           IF WS-NEW-GOT-WORD
              IF WS-NEW-WORD NOT > WS-NEW-PREV-WORD
                 MOVE 'NEWIN' TO WCL-FILE
                 MOVE WS-NEW-WORD TO WCL-WORD
                 PERFORM DH-OUT-OF-SEQUENCE
              END-IF
              MOVE WS-NEW-WORD TO WS-NEW-PREV-WORD
           END-IF
           .
      ****************************************************************
      *DC MATCH WORD SECTION                                         *
      ****************************************************************
       DC-MATCH-WORD SECTION.
           EVALUATE TRUE
           WHEN WS-NEW-WORD < WS-OLD-WORD
             IF WS-NEW-IS-ACTIVE
                ADD 1 TO WS-ADD-COUNT
                MOVE 'ADD' TO WD-ACTION
                PERFORM W1-WRITE-DATA
                PERFORM W3-LIST-NEW
             END-IF
             PERFORM DB-READ-NEW
           WHEN WS-NEW-WORD > WS-OLD-WORD
             IF WS-OLD-IS-ACTIVE
                PERFORM DE-RETIRE-WORD
             END-IF
             PERFORM DA-READ-OLD
           WHEN OTHER
             PERFORM DD-COMPARE-WORD
             PERFORM DA-READ-OLD
             PERFORM DB-READ-NEW
           END-EVALUATE
           .
      ****************************************************************
      *DD COMPARE WORD SECTION                                       *
      *THE WORD IS IN BOTH UNLOADS - A CHANGE IS LISTED WITH ITS NEW *
      *VALUES AND THEN, ON A 'WAS' LINE, THE ONES IT REPLACES        *
      ****************************************************************
       DD-COMPARE-WORD SECTION.
           EVALUATE TRUE
           WHEN WS-NEW-IS-ACTIVE AND NOT WS-OLD-IS-ACTIVE
             ADD 1 TO WS-CHANGE-COUNT
             MOVE 'REACT' TO WD-ACTION
             PERFORM W1-WRITE-DATA
             PERFORM W3-LIST-NEW
           WHEN WS-NEW-IS-ACTIVE
             AND (WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
               OR WS-NEW-DIFFICULTY NOT = WS-OLD-DIFFICULTY
               OR WS-NEW-EFF-FROM NOT = WS-OLD-EFF-FROM
               OR WS-NEW-EFF-TO NOT = WS-OLD-EFF-TO)
             ADD 1 TO WS-CHANGE-COUNT
             MOVE 'CHANGE' TO WD-ACTION
             PERFORM W1-WRITE-DATA
             PERFORM W3-LIST-NEW
             MOVE '  WAS' TO WD-ACTION
             PERFORM W4-LIST-OLD
           WHEN WS-OLD-IS-ACTIVE AND NOT WS-NEW-IS-ACTIVE
             PERFORM DE-RETIRE-WORD
           WHEN OTHER
             ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           .
      ****************************************************************
      *DE RETIRE WORD SECTION                                        *
      ****************************************************************
       DE-RETIRE-WORD SECTION.
           ADD 1 TO WS-RETIRE-COUNT
           MOVE 'RETIRE' TO WD-ACTION
           PERFORM W2-WRITE-INACTIVE
           PERFORM W4-LIST-OLD
           .
      ****************************************************************
      *DF CHECK CONTROLS SECTION                                     *
      *BOTH UNLOADS MUST END WITH A TRAILER THAT BALANCES - ANYTHING *
      *ELSE IS A TRUNCATED OR HAND-EDITED FILE, AND A DELTA TAKEN    *
      *FROM IT WOULD RETIRE WORDS THAT ARE REALLY STILL THERE        *
      ****************************************************************
       DF-CHECK-CONTROLS SECTION.
           MOVE SPACES TO WCL-WORD
           IF NOT WS-INPUT-BAD
              MOVE 'OLDIN' TO WCL-FILE
              EVALUATE TRUE
              WHEN NOT WS-OLD-TRL-FOUND
                MOVE 'TRAILER RECORD MISSING' TO WCL-TEXT
                PERFORM DI-CONTROL-FAIL
              WHEN WS-OLD-TRL-COUNT NOT = WS-OLD-READ
                MOVE 'TRAILER COUNT DOES NOT BALANCE' TO WCL-TEXT
                PERFORM DI-CONTROL-FAIL
              END-EVALUATE

              MOVE 'NEWIN' TO WCL-FILE
              EVALUATE TRUE
              WHEN NOT WS-NEW-TRL-FOUND
                MOVE 'TRAILER RECORD MISSING' TO WCL-TEXT
                PERFORM DI-CONTROL-FAIL
              WHEN WS-NEW-TRL-COUNT NOT = WS-NEW-READ
                MOVE 'TRAILER COUNT DOES NOT BALANCE' TO WCL-TEXT
                PERFORM DI-CONTROL-FAIL
              END-EVALUATE
           END-IF
           .
      ****************************************************************
      *DJ CHECK INPUTS SECTION                                       *
      *FIRST PASS - EACH UNLOAD IS READ TO THE END THROUGH THE SAME  *
      *DA/DB READS THE MATCH USES, SO ITS HEADER, WORD ORDER AND     *
      *TRAILER ARE ALL PROVED BEFORE ANY DELTA RECORD IS WRITTEN     *
      ****************************************************************
       DJ-CHECK-INPUTS SECTION.
           PERFORM DA-READ-OLD
                   UNTIL WS-OLD-EOF OR WS-INPUT-BAD
           IF NOT WS-INPUT-BAD
              PERFORM DB-READ-NEW
                      UNTIL WS-NEW-EOF OR WS-INPUT-BAD
           END-IF
           PERFORM DF-CHECK-CONTROLS
           .
      ****************************************************************
      *DK REWIND INPUTS SECTION                                      *
      *BOTH UNLOADS PASSED - REOPEN THEM AND CLEAR WHAT THE FIRST    *
      *PASS COUNTED SO THE MATCH READS THEM AGAIN FROM THE TOP       *
      ****************************************************************
       DK-REWIND-INPUTS SECTION.
           CLOSE OLDIN
           CLOSE NEWIN
           OPEN INPUT OLDIN
           OPEN INPUT NEWIN
           MOVE 'N' TO WS-OLD-EOF-FLAG
           MOVE 'N' TO WS-NEW-EOF-FLAG
           MOVE LOW-VALUES TO WS-OLD-PREV-WORD
           MOVE LOW-VALUES TO WS-NEW-PREV-WORD
           MOVE ZERO TO WS-OLD-READ
           MOVE ZERO TO WS-NEW-READ
           MOVE 'N' TO WS-OLD-TRL-FLAG
           MOVE 'N' TO WS-NEW-TRL-FLAG
           MOVE ZERO TO WS-OLD-TRL-COUNT
           MOVE ZERO TO WS-NEW-TRL-COUNT
           .
      ****************************************************************
      *DG NOT AN UNLOAD SECTION                                      *
      *A DELTA ONLY HOLDS WHAT CHANGED, SO COMPARING AGAINST ONE     *
      *WOULD RETIRE EVERY WORD IT DOES NOT MENTION                   *
      ****************************************************************
       DG-NOT-AN-UNLOAD SECTION.
           MOVE 'IS NOT A FULL UNLOAD' TO WCL-TEXT
           MOVE SPACES TO WCL-WORD
           PERFORM DI-CONTROL-FAIL
           .
       DH-OUT-OF-SEQUENCE SECTION.
           MOVE 'OUT OF WORD ORDER AT' TO WCL-TEXT
           PERFORM DI-CONTROL-FAIL
           .
       DI-CONTROL-FAIL SECTION.
           WRITE UR-RECORD FROM WS-CTL-LINE
           SET WS-INPUT-BAD TO TRUE
           .
      ****************************************************************
      *W WRITE TRAILER SECTION                                       *
      *THE TRAILER COUNTS EVERY DATA AND INACTIVE RECORD WRITTEN, AND*
      *CARRIES TODAY'S DATE - WORDLOAD ONLY ACCEPTS A FEED DATED THE *
      *DAY IT RUNS                                                   *
      ****************************************************************
       W-WRITE-TRAILER SECTION.
           MOVE SPACES TO WS-OUT-FEED
           SET WI-TRAILER-REC OF WS-OUT-FEED TO TRUE
           MOVE WS-OUT-COUNT TO WI-TRL-COUNT OF WS-OUT-FEED
           MOVE WS-RUN-DATE TO WI-TRL-DATE OF WS-OUT-FEED
           WRITE WO-RECORD FROM WS-OUT-FEED
           .
      ****************************************************************
      *W1 WRITE DATA SECTION                                         *
      *WS-NEW-ENTRY AS AN ORDINARY DATA RECORD                       *
      ****************************************************************
       W1-WRITE-DATA SECTION.
           MOVE SPACES TO WS-OUT-FEED
           MOVE WS-NEW-WORD TO WI-WORD OF WS-OUT-FEED
           MOVE WS-NEW-CATEGORY TO WI-CATEGORY OF WS-OUT-FEED
           MOVE WS-NEW-DIFFICULTY TO WI-DIFFICULTY OF WS-OUT-FEED
           MOVE WS-NEW-EFF-FROM TO WI-EFF-FROM OF WS-OUT-FEED
           MOVE WS-NEW-EFF-TO TO WI-EFF-TO OF WS-OUT-FEED
           WRITE WO-RECORD FROM WS-OUT-FEED
           ADD 1 TO WS-OUT-COUNT
           .
      ****************************************************************
      *W2 WRITE INACTIVE SECTION                                     *
      *WS-OLD-ENTRY AS AN INACTIVE RECORD                            *
      ****************************************************************
       W2-WRITE-INACTIVE SECTION.
           MOVE SPACES TO WS-OUT-FEED
           SET WI-INACTIVE-REC OF WS-OUT-FEED TO TRUE
           MOVE WS-OLD-WORD TO WI-INA-WORD OF WS-OUT-FEED
           MOVE WS-OLD-CATEGORY TO WI-INA-CATEGORY OF WS-OUT-FEED
           MOVE WS-OLD-DIFFICULTY TO WI-INA-DIFFICULTY OF WS-OUT-FEED
           MOVE WS-OLD-EFF-FROM TO WI-INA-EFF-FROM OF WS-OUT-FEED
           MOVE WS-OLD-EFF-TO TO WI-INA-EFF-TO OF WS-OUT-FEED
           WRITE WO-RECORD FROM WS-OUT-FEED
           ADD 1 TO WS-OUT-COUNT
           .
      ****************************************************************
      *W3 LIST NEW SECTION                                           *
      ****************************************************************
       W3-LIST-NEW SECTION.
           MOVE WS-NEW-WORD TO WD-WORD
           MOVE WS-NEW-CATEGORY TO WD-CATEGORY
           MOVE WS-NEW-DIFFICULTY TO WD-DIFFICULTY
           MOVE WS-NEW-EFF-FROM TO WD-EFF-FROM
           MOVE WS-NEW-EFF-TO TO WD-EFF-TO
           WRITE UR-RECORD FROM WS-DETAIL-LINE
           .
      ****************************************************************
      *W4 LIST OLD SECTION                                           *
      ****************************************************************
       W4-LIST-OLD SECTION.
           MOVE WS-OLD-WORD TO WD-WORD
           MOVE WS-OLD-CATEGORY TO WD-CATEGORY
           MOVE WS-OLD-DIFFICULTY TO WD-DIFFICULTY
           MOVE WS-OLD-EFF-FROM TO WD-EFF-FROM
           MOVE WS-OLD-EFF-TO TO WD-EFF-TO
           WRITE UR-RECORD FROM WS-DETAIL-LINE
           .
