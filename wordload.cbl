       FILE SECTION.
       FD  WORDIN
           RECORDING MODE IS F.
       01  WI-FEED-RECORD.
       COPY WORDIN.

       FD  WORDRPT
           RECORDING MODE IS F.
       01 WS-UPDATE-COUNT      PIC 9(07) VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(07) VALUE 0.
       01 WS-DEACT-COUNT       PIC 9(07) VALUE 0.
       01 WS-RETIRE-COUNT      PIC 9(07) VALUE 0.

       01 WS-WORD-LENGTH       PIC 9(02).
       01 WS-REJECT-REASON     PIC X(30).
       01 WS-DUP-COUNT         PIC 9(04) USAGE COMP.
       01 WS-OLD-CATEGORY      PIC X(10).
       01 WS-OLD-DIFFICULTY    PIC X(06).
       01 WS-OLD-EFF-FROM      PIC X(10).
       01 WS-OLD-EFF-TO        PIC X(10).
       01 WS-NEAR-DUP-REASON.
           02  FILLER          PIC X(19) VALUE 'NEAR DUP OF WORDID '.
           02  WND-WORDID      PIC Z(8)9.

      * FEED CONTROL WORKING STORAGE - SEE E-VALIDATE-TRAILER AND THE
      * QE4 DEACTIVATION GUARD. A FEED THAT FAILS ITS CONTROLS STILL
      * LOADS AND SYNCS, BUT THE DEACTIVATE STEP IS SUPPRESSED, NO
      * INACTIVE RECORD IS APPLIED, AND THE RUN ENDS RC 8 SO THE
      * SCHEDULER FLAGS IT
       01 WS-TRL-FLAG          PIC X(01) VALUE 'N'.
           88  WS-TRL-FOUND              VALUE 'Y'.
       01 WS-TRL-COUNT         PIC 9(07) VALUE 0.
       01 WS-TRL-DATE          PIC X(10).
      * FEED TYPE FROM THE OPTIONAL HEADER RECORD - A FEED WITH NO
      * HEADER IS THE SUPPLIER'S FULL LIST, AS IT ALWAYS WAS
       01 WS-FEED-TYPE         PIC X(05) VALUE 'FULL '.
           88  WS-FULL-FEED              VALUE 'FULL '.
           88  WS-DELTA-FEED             VALUE 'DELTA'.
       01 WS-FEED-FLAG         PIC X(01) VALUE 'G'.
           88  WS-FEED-BAD               VALUE 'B'.
       01 WS-GUARD-FLAG        PIC X(01) VALUE 'N'.
      * REAL RETIREMENT OF WORDS
       01 WS-DEACT-PCT-LIMIT   PIC S9(4) COMP VALUE 20.

      * INACTIVE RECORDS ARE HELD HERE UNTIL E-VALIDATE-TRAILER HAS
      * PASSED THE FEED, THEN APPLIED BY CM-APPLY-RETIREMENTS - A
      * TRUNCATED OR STALE FEED RETIRES NOTHING. A FEED WITH MORE THAN
      * THE TABLE HOLDS FAILS ITS CONTROLS RATHER THAN RETIRE ONLY
      * SOME OF THEM
       01 WS-MAX-RT            PIC 9(05) COMP VALUE 20000.
       01 WS-RT-COUNT          PIC 9(05) COMP VALUE 0.
       01 WS-RT-SUB            PIC 9(05) COMP.
       01 WS-RT-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RT-OVERFLOW            VALUE 'Y'.
       01 WS-RT-TABLE.
           02  WS-RT-ENTRY OCCURS 20000 TIMES.
               03  WS-RT-WORD          PIC X(30).
               03  WS-RT-CATEGORY      PIC X(10).
               03  WS-RT-DIFFICULTY    PIC X(06).
               03  WS-RT-EFF-FROM      PIC X(10).
               03  WS-RT-EFF-TO        PIC X(10).

      * RESTART/CHECKPOINT WORKING STORAGE - SEE QB-CHECK-CKPT AND
      * QD-CHECKPOINT-COMMIT
       01 WS-SKIP-COUNT        PIC 9(07) VALUE 0.
       01 WS-SINCE-COMMIT      PIC 9(05) USAGE COMP VALUE 0.
       01 WS-COMMIT-INTERVAL   PIC 9(05) USAGE COMP VALUE 1000.

       01 WS-TOTALS-LINE5.
           02  FILLER          PIC X(16) VALUE 'WORDS DROPPED :'.
           02  WT-DEACT        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           02  FILLER          PIC X(16) VALUE 'WORDS RETIRED :'.
           02  WT-RETIRE       PIC ZZZ,ZZ9.

       01 WS-CTL-LINE1.
           02  FILLER          PIC X(46) VALUE
       01 WS-CTL-LINE4.
           02  FILLER          PIC X(44) VALUE
                   'DEACTIVATE STEP SKIPPED - FEED CONTROLS FAIL'.
       01 WS-CTL-LINE5.
           02  FILLER          PIC X(44) VALUE
                   'DEACTIVATE STEP NOT RUN - DELTA FEED'.
       01 WS-CTL-LINE6.
           02  FILLER          PIC X(25) VALUE
                                     'HEADER FEED TYPE INVALID:'.
           02  WCT-FEED-TYPE   PIC X(05).
       01 WS-CTL-LINE7.
           02  FILLER          PIC X(44) VALUE
                   'INACTIVE RECORDS NOT APPLIED - FEED CONTROLS'.
           02  FILLER          PIC X(05) VALUE ' FAIL'.
       01 WS-CTL-LINE8.
           02  FILLER          PIC X(31) VALUE
                                     'INACTIVE RECORDS EXCEED TABLE:'.
           02  WCT-MAX-RT      PIC ZZZ,ZZ9.
       01 WS-HDR-LINE.
           02  FILLER          PIC X(11) VALUE 'FEED TYPE:'.
           02  WHL-TYPE        PIC X(05).
           02  FILLER          PIC X(08) VALUE '  FROM:'.
           02  WHL-REGION      PIC X(16).
           02  FILLER          PIC X(09) VALUE '  TAKEN:'.
           02  WHL-DATE        PIC X(10).
       01 WS-GUARD-LINE.
           02  FILLER          PIC X(31) VALUE
                                     'DEACTIVATE SUPPRESSED - DROPS'.
       COPY WORDSDB2.
       COPY WLCKPT.
       COPY CATDIFF.
       COPY BANTERM.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-IF
           PERFORM C-PROCESS-RECORD UNTIL WS-EOF

           PERFORM E-VALIDATE-TRAILER
           IF NOT WS-FEED-BAD
              PERFORM CM-APPLY-RETIREMENTS
           END-IF
           PERFORM D-WRITE-TOTALS
           EVALUATE TRUE
           WHEN WS-FEED-BAD
             WRITE WR-RECORD FROM WS-CTL-LINE4
             IF WS-RT-COUNT > 0
                WRITE WR-RECORD FROM WS-CTL-LINE7
             END-IF
             MOVE 8 TO RETURN-CODE
           WHEN WS-DELTA-FEED
             WRITE WR-RECORD FROM WS-CTL-LINE5
           WHEN OTHER
             PERFORM QE1-DEACTIVATE-MISSING
           END-EVALUATE
           PERFORM QC-MARK-CKPT-COMPLETE

           EXEC SQL
      ****************************************************************
      *C PROCESS RECORD SECTION                                      *
      *VALIDATES ONE CANDIDATE WORD AND LOADS OR SYNCS IT IF IT      *
      *PASSES - THE HEADER AND TRAILER CONTROL RECORDS ARE CAPTURED, *
      *AND AN INACTIVE RECORD IS QUEUED TO RETIRE ITS WORD ONCE THE  *
      *WHOLE FEED HAS BALANCED                                       *
      ****************************************************************
       C-PROCESS-RECORD SECTION.
           EVALUATE TRUE
           WHEN WI-HEADER-REC
             PERFORM CK-CAPTURE-HEADER
             PERFORM B-READ-WORDIN
           WHEN WI-TRAILER-REC
      *       THE SUPPLIER'S CONTROL RECORD, NOT A CANDIDATE WORD -
      *       CAPTURED FOR E-VALIDATE-TRAILER AND KEPT OUT OF THE
      *       DATA RECORD COUNT IT HAS TO BALANCE AGAINST
             PERFORM CF-CAPTURE-TRAILER
             PERFORM B-READ-WORDIN
           WHEN WI-INACTIVE-REC
             ADD 1 TO WS-READ-COUNT
             PERFORM CL-QUEUE-RETIRE
             PERFORM QD-CHECKPOINT-COMMIT
             PERFORM B-READ-WORDIN
           WHEN OTHER
             ADD 1 TO WS-READ-COUNT
             MOVE SPACES TO WS-REJECT-REASON

             PERFORM VARYING WS-WORD-LENGTH FROM WS-RAWMAXCHAR BY -1
                     UNTIL WS-WORD-LENGTH = 0
                        OR WI-WORD(WS-WORD-LENGTH:1) NOT = SPACE
             END-PERFORM

             EVALUATE TRUE
             WHEN WS-WORD-LENGTH = 0
               MOVE 'BLANK WORD' TO WS-REJECT-REASON
             WHEN WS-WORD-LENGTH > WS-MAXCHAR
               MOVE 'EXCEEDS 30 CHARACTER LIMIT' TO WS-REJECT-REASON
             WHEN OTHER
               MOVE WI-CATEGORY TO CD-CATEGORY
               MOVE WI-DIFFICULTY TO CD-DIFFICULTY
               MOVE WI-EFF-FROM TO EFFECTIVE-FROM
               MOVE WI-EFF-TO TO EFFECTIVE-TO
               MOVE WI-WORD TO BT-SOURCE
               PERFORM CG-VALIDATE-CATDIFF
               IF WS-REJECT-REASON = SPACES
                  PERFORM CH-VALIDATE-DATES
               END-IF
               IF WS-REJECT-REASON = SPACES
                  PERFORM CI-CHECK-BANNED
               END-IF
               IF WS-REJECT-REASON = SPACES
                  PERFORM CA-CHECK-EXISTING
               END-IF
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                PERFORM CC-REJECT-WORD
             END-IF

             PERFORM QD-CHECKPOINT-COMMIT
             PERFORM B-READ-WORDIN
           END-EVALUATE
           .
      ****************************************************************
      *CF CAPTURE TRAILER SECTION                                    *
           MOVE WI-TRL-DATE TO WS-TRL-DATE
           .
      ****************************************************************
      *CK CAPTURE HEADER SECTION                                     *
      *THE OPTIONAL CONTROL RECORD AHEAD OF THE DATA - ITS FEED TYPE *
      *DECIDES WHETHER WORDS MISSING FROM THE FEED ARE DEACTIVATED,  *
      *AND WHERE THE FEED CAME FROM GOES ON THE REPORT               *
      ****************************************************************
       CK-CAPTURE-HEADER SECTION.
           MOVE WI-HDR-TYPE TO WS-FEED-TYPE
           MOVE WI-HDR-TYPE TO WHL-TYPE
           MOVE WI-HDR-REGION TO WHL-REGION
           MOVE WI-HDR-DATE TO WHL-DATE
           WRITE WR-RECORD FROM WS-HDR-LINE
           .
      ****************************************************************
      *CL QUEUE RETIRE SECTION                                       *
      *THE FEED CARRIES THE WORD AS OUT OF PLAY - HOLD IT UNTIL THE  *
      *TRAILER HAS BEEN CHECKED, SO A FEED THAT TURNS OUT TRUNCATED  *
      *OR STALE NEVER RETIRES ANYTHING. NOTHING IS APPLIED BEFORE    *
      *THE END OF THE RUN, SO A RESTART REBUILDS THE QUEUE FROM THE  *
      *RECORDS BA-SKIP-PROCESSED READS PAST                          *
      ****************************************************************
       CL-QUEUE-RETIRE SECTION.
           IF WS-RT-COUNT < WS-MAX-RT
              ADD 1 TO WS-RT-COUNT
              MOVE WI-INA-WORD TO WS-RT-WORD(WS-RT-COUNT)
              MOVE WI-INA-CATEGORY TO WS-RT-CATEGORY(WS-RT-COUNT)
              MOVE WI-INA-DIFFICULTY TO WS-RT-DIFFICULTY(WS-RT-COUNT)
              MOVE WI-INA-EFF-FROM TO WS-RT-EFF-FROM(WS-RT-COUNT)
              MOVE WI-INA-EFF-TO TO WS-RT-EFF-TO(WS-RT-COUNT)
           ELSE
              SET WS-RT-OVERFLOW TO TRUE
           END-IF
           .
      ****************************************************************
      *CM APPLY RETIREMENTS SECTION                                  *
      *THE FEED HAS BALANCED - APPLY EVERY QUEUED INACTIVE RECORD    *
      ****************************************************************
       CM-APPLY-RETIREMENTS SECTION.
           PERFORM CM1-RETIRE-ONE
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
           .
      ****************************************************************
      *CM1 RETIRE ONE SECTION                                        *
      *SOFT-DELETES THE WORD IF IT IS STILL ACTIVE HERE, NAMING IT   *
      *ON THE REPORT. A WORD ALREADY INACTIVE NEEDS NOTHING. ONE NOT *
      *ON FILE AT ALL NEEDS NOTHING FROM A DELTA FEED, BUT A FULL    *
      *FEED IS THE WHOLE TABLE, SO THE WORD IS LOADED INACTIVE       *
      ****************************************************************
       CM1-RETIRE-ONE SECTION.
           MOVE WS-RT-WORD(WS-RT-SUB) TO WORD
           EXEC SQL
             UPDATE USER11.WORDSDB2
                SET ACTIVE_FLAG = 'N'
              WHERE WORD = :WORD
                AND ACTIVE_FLAG = 'Y'
           END-EXEC

           MOVE WORD TO WR-WORD
           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO AND SQLCODE NOT = 100
             ADD 1 TO WS-REJECT-COUNT
             MOVE 'DEACTIVATE NOT SUCCESFUL' TO WR-REASON
             WRITE WR-RECORD FROM WS-DETAIL-LINE
           WHEN SQLCODE = ZERO AND SQLERRD(3) > 0
             ADD 1 TO WS-RETIRE-COUNT
             MOVE 'DEACTIVATED - INACTIVE IN FEED' TO WR-REASON
             WRITE WR-RECORD FROM WS-DETAIL-LINE
           WHEN WS-FULL-FEED
             PERFORM CM2-CHECK-ON-FILE
           END-EVALUATE
           .
      ****************************************************************
      *CM2 CHECK ON FILE SECTION                                     *
      *NOTHING WAS RETIRED - EITHER THE WORD IS ALREADY INACTIVE, OR *
      *IT IS NOT ON FILE AND IS LOADED AS IT STANDS IN THE FEED,     *
      *SUBJECT TO THE SAME CATEGORY/DIFFICULTY, DATE, BANNED TERM    *
      *AND NEAR-DUPLICATE CHECKS AS ANY NEW WORD                     *
      ****************************************************************
       CM2-CHECK-ON-FILE SECTION.
           INITIALIZE WS-DUP-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :WS-DUP-COUNT
             FROM USER11.WORDSDB2
             WHERE WORD = :WORD
           END-EXEC

           IF SQLCODE = ZERO AND WS-DUP-COUNT = 0
              MOVE SPACES TO WS-REJECT-REASON
              MOVE WS-RT-CATEGORY(WS-RT-SUB) TO CD-CATEGORY
              MOVE WS-RT-DIFFICULTY(WS-RT-SUB) TO CD-DIFFICULTY
              MOVE WS-RT-EFF-FROM(WS-RT-SUB) TO EFFECTIVE-FROM
              MOVE WS-RT-EFF-TO(WS-RT-SUB) TO EFFECTIVE-TO
              MOVE WORD TO BT-SOURCE
              PERFORM CG-VALIDATE-CATDIFF
              IF WS-REJECT-REASON = SPACES
                 PERFORM CH-VALIDATE-DATES
              END-IF
              IF WS-REJECT-REASON = SPACES
                 PERFORM CI-CHECK-BANNED
              END-IF
              IF WS-REJECT-REASON = SPACES
                 PERFORM CJ-CHECK-NEAR-DUP
              END-IF
              IF WS-REJECT-REASON = SPACES
                 PERFORM CM3-INSERT-INACTIVE
              END-IF
              IF WS-REJECT-REASON NOT = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-RT-WORD(WS-RT-SUB) TO WR-WORD
                 MOVE WS-REJECT-REASON TO WR-REASON
                 WRITE WR-RECORD FROM WS-DETAIL-LINE
              END-IF
           END-IF
           .
      ****************************************************************
      *CM3 INSERT INACTIVE SECTION                                   *
      *LOADS THE WORD WITH THE NEXT WORDID AFTER THE CURRENT MAX, THE*
      *SAME AS CB-INSERT-WORD, BUT OUT OF PLAY. THE EFFECTIVE DATES  *
      *AND THEIR INDICATORS ARE AS CH-VALIDATE-DATES LEFT THEM       *
      ****************************************************************
       CM3-INSERT-INACTIVE SECTION.
           ADD 1 TO WS-MAXWORDID
           MOVE WS-MAXWORDID TO WORDID
           MOVE WS-RT-CATEGORY(WS-RT-SUB) TO CATEGORY
           MOVE WS-RT-DIFFICULTY(WS-RT-SUB) TO DIFFICULTY
           MOVE 'N' TO ACTIVE-FLAG
           MOVE BT-WORD-KEY TO WORD-KEY

           EXEC SQL
             INSERT INTO USER11.WORDSDB2
                   (WORDID, WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG,
                    LAST_SYNC_DATE, EFFECTIVE_FROM, EFFECTIVE_TO,
                    WORD_KEY)
             VALUES (:WORDID, :WORD, :CATEGORY, :DIFFICULTY,
                    :ACTIVE-FLAG, :RUN-DATE,
                    :EFFECTIVE-FROM :EFF-FROM-IND,
                    :EFFECTIVE-TO :EFF-TO-IND, :WORD-KEY)
           END-EXEC

           IF SQLCODE NOT = ZERO
              SUBTRACT 1 FROM WS-MAXWORDID
              MOVE 'INSERT NOT SUCCESFUL' TO WS-REJECT-REASON
           ELSE
              ADD 1 TO WS-LOAD-COUNT
              MOVE WORD TO WR-WORD
              MOVE 'LOADED INACTIVE - NOT IN PLAY' TO WR-REASON
              WRITE WR-RECORD FROM WS-DETAIL-LINE
           END-IF
           .
      ****************************************************************
      *CG VALIDATE CATDIFF SECTION                                   *
      *CHECKS THE ROW'S CATEGORY AND DIFFICULTY, PUT IN CD-CATEGORY  *
      *AND CD-DIFFICULTY BY THE CALLER, AGAINST THE MAINTAINED       *
      *USER11.CATEGORIES/USER11.DIFFICULTIES TABLES, THE SAME CHECK  *
      *WORDMNT'S FA-VALIDATE-CATDIFF APPLIES TO ONLINE ADDS AND      *
      *UPDATES - SETS WS-REJECT-REASON WHEN EITHER VALUE IS NOT AN   *
      *ACTIVE ENTRY                                                  *
      ****************************************************************
       CG-VALIDATE-CATDIFF SECTION.
           INITIALIZE CD-COUNT
           EXEC SQL
             SELECT COUNT(*)
           IF CD-COUNT = 0
              MOVE 'INVALID CATEGORY' TO WS-REJECT-REASON
           ELSE
              INITIALIZE CD-COUNT
              EXEC SQL
                SELECT COUNT(*)
           END-IF
           .
      ****************************************************************
      *CH VALIDATE DATES SECTION                                     *
      *THE ROW'S OPTIONAL EFFECTIVE WINDOW, PUT IN EFFECTIVE-FROM AND*
      *EFFECTIVE-TO BY THE CALLER - A BLANK DATE GOES TO WORDSDB2 AS *
      *NULL (NO LIMIT), A DATE THAT IS GIVEN MUST BE A REAL DATE AND *
      *IS PUT INTO ISO FORM BY DB2, AND THE WINDOW MUST NOT END      *
      *BEFORE IT STARTS - THE SAME RULES WORDMNT'S FB-VALIDATE-DATES *
      *APPLIES ONLINE                                                *
      ****************************************************************
       CH-VALIDATE-DATES SECTION.
           MOVE ZERO TO EFF-FROM-IND
           MOVE ZERO TO EFF-TO-IND

           IF EFFECTIVE-FROM = SPACES
              MOVE -1 TO EFF-FROM-IND
           ELSE
              EXEC SQL
                SELECT CHAR(DATE(:EFFECTIVE-FROM), ISO)
                INTO   :EFFECTIVE-FROM
                FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE 'INVALID EFFECTIVE FROM DATE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF EFFECTIVE-TO = SPACES
              MOVE -1 TO EFF-TO-IND
           ELSE
              IF WS-REJECT-REASON = SPACES
                 EXEC SQL
                   SELECT CHAR(DATE(:EFFECTIVE-TO), ISO)
                   INTO   :EFFECTIVE-TO
                   FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE 'INVALID EFFECTIVE TO DATE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              AND EFF-FROM-IND = ZERO AND EFF-TO-IND = ZERO
              AND EFFECTIVE-TO < EFFECTIVE-FROM
              MOVE 'EFFECTIVE TO BEFORE FROM' TO WS-REJECT-REASON
           END-IF
           .
      ****************************************************************
      *CI CHECK BANNED SECTION                                       *
      *REDUCES THE CANDIDATE, PUT IN BT-SOURCE BY THE CALLER, TO ITS *
      *LETTERS AND REJECTS IT IF THEY CONTAIN ANY ACTIVE             *
      *USER11.BANNED_TERMS ENTRY. THIS RUNS BEFORE CA-CHECK-EXISTING,*
      *SO A WORD ALREADY ON FILE THAT NOW FAILS IS NOT SYNCED AND    *
      *DROPS OUT THROUGH QE1-DEACTIVATE-MISSING. IF THE CHECK ITSELF *
      *CANNOT RUN, THE WORD IS HELD BACK RATHER THAN LOADED          *
      *UNSCREENED                                                    *
      ****************************************************************
       CI-CHECK-BANNED SECTION.
           PERFORM CI1-NORMALIZE

           IF BT-LEN = 0
              MOVE 'NO LETTERS IN WORD' TO WS-REJECT-REASON
           ELSE
              INITIALIZE BT-COUNT
              EXEC SQL
                SELECT COUNT(*)
                INTO   :BT-COUNT
                FROM USER11.BANNED_TERMS
                WHERE ACTIVE_FLAG = 'Y'
                  AND LOCATE(RTRIM(TERM), :BT-LETTERS) > 0
              END-EXEC

              EVALUATE TRUE
              WHEN SQLCODE NOT = ZERO
                MOVE 'BANNED TERM CHECK FAILED' TO WS-REJECT-REASON
              WHEN BT-COUNT > 0
                MOVE 'CONTAINS BANNED TERM' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           .
      ****************************************************************
      *CI1 NORMALIZE SECTION                                         *
      *BT-SOURCE TO BT-LETTERS (UPPER CASE LETTERS ONLY) AND         *
      *BT-WORD-KEY (THE SAME, LESS ONE TRAILING PLURAL S) - THE SAME *
      *RULES WORDMNT'S FF1-NORMALIZE APPLIES ONLINE                  *
      ****************************************************************
       CI1-NORMALIZE SECTION.
           MOVE SPACES TO BT-LETTERS
           MOVE ZERO TO BT-LEN
           INSPECT BT-SOURCE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM CI2-KEEP-LETTER
                   VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > 30

           MOVE BT-LETTERS TO BT-WORD-KEY
           IF BT-LEN > 3
              AND BT-LETTERS(BT-LEN:1) = 'S'
              MOVE SPACE TO BT-WORD-KEY(BT-LEN:1)
           END-IF
           .
       CI2-KEEP-LETTER SECTION.
           MOVE BT-SOURCE(BT-SUB:1) TO BT-CHAR
           IF BT-LETTER
              ADD 1 TO BT-LEN
              MOVE BT-CHAR TO BT-LETTERS(BT-LEN:1)
           END-IF
           .
      ****************************************************************
      *CJ CHECK NEAR DUP SECTION                                     *
      *A NEW WORD WHOSE KEY MATCHES A WORD ALREADY ON FILE (ACTIVE OR*
      *NOT) IS ONLY A SPACING OR PLURAL VARIANT OF IT - REJECTED,    *
      *NAMING THE WORDID IT CLASHES WITH                             *
      ****************************************************************
       CJ-CHECK-NEAR-DUP SECTION.
           MOVE ZERO TO BT-OWN-WORDID
           MOVE ZERO TO BT-MATCH-WORDID
           EXEC SQL
             SELECT WORDID
             INTO   :BT-MATCH-WORDID
             FROM USER11.WORDSDB2
             WHERE WORD_KEY = :BT-WORD-KEY
               AND WORDID <> :BT-OWN-WORDID
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = ZERO
             MOVE BT-MATCH-WORDID TO WND-WORDID
             MOVE WS-NEAR-DUP-REASON TO WS-REJECT-REASON
           WHEN SQLCODE NOT = 100
             MOVE 'NEAR DUP CHECK FAILED' TO WS-REJECT-REASON
           END-EVALUATE
           .
      ****************************************************************
      *E VALIDATE TRAILER SECTION                                    *
      *BALANCES WHAT THE FEED SAID IT CONTAINED AGAINST WHAT WAS     *
      *ACTUALLY READ - A MISSING TRAILER, A SHORT COUNT OR A STALE   *
      *FEED DATE ALL MEAN THE FILE CANNOT BE TRUSTED TO SAY WHICH    *
      *WORDS DROPPED OUT OF THE SOURCE LIST OR WHICH ARE OUT OF PLAY,*
      *SO THE DEACTIVATE STEP AND THE QUEUED INACTIVE RECORDS ARE    *
      *SUPPRESSED RATHER THAN RUN AGAINST A BAD FEED                 *
      ****************************************************************
       E-VALIDATE-TRAILER SECTION.
           EVALUATE TRUE
           WHEN NOT WS-FULL-FEED AND NOT WS-DELTA-FEED
             MOVE WS-FEED-TYPE TO WCT-FEED-TYPE
             WRITE WR-RECORD FROM WS-CTL-LINE6
             SET WS-FEED-BAD TO TRUE
           WHEN WS-RT-OVERFLOW
             MOVE WS-MAX-RT TO WCT-MAX-RT
             WRITE WR-RECORD FROM WS-CTL-LINE8
             SET WS-FEED-BAD TO TRUE
           WHEN NOT WS-TRL-FOUND
             WRITE WR-RECORD FROM WS-CTL-LINE1
             SET WS-FEED-BAD TO TRUE
           .
      ****************************************************************
      *CA CHECK EXISTING SECTION                                     *
      *LOOKS UP THE CANDIDATE BY WORD VALUE - A NEW WORD IS INSERTED *
      *UNLESS IT IS A NEAR-DUPLICATE OF ONE ON FILE, ONE ALREADY ON  *
      *FILE IS BROUGHT INTO SYNC INSTEAD OF REJECTED                 *
      ****************************************************************
       CA-CHECK-EXISTING SECTION.
           MOVE WI-WORD TO WORD
           END-EXEC

           IF WS-DUP-COUNT = 0
              PERFORM CJ-CHECK-NEAR-DUP
              IF WS-REJECT-REASON = SPACES
                 PERFORM CB-INSERT-WORD
              END-IF
           ELSE
              PERFORM CD-SYNC-WORD
           END-IF
           MOVE WI-CATEGORY TO CATEGORY
           MOVE WI-DIFFICULTY TO DIFFICULTY
           MOVE 'Y' TO ACTIVE-FLAG
           MOVE BT-WORD-KEY TO WORD-KEY

           EXEC SQL
             INSERT INTO USER11.WORDSDB2
                   (WORDID, WORD, CATEGORY, DIFFICULTY, ACTIVE_FLAG,
                    LAST_SYNC_DATE, EFFECTIVE_FROM, EFFECTIVE_TO,
                    WORD_KEY)
             VALUES (:WORDID, :WORD, :CATEGORY, :DIFFICULTY,
                    :ACTIVE-FLAG, :RUN-DATE,
                    :EFFECTIVE-FROM :EFF-FROM-IND,
                    :EFFECTIVE-TO :EFF-TO-IND, :WORD-KEY)
           END-EXEC

           IF SQLCODE NOT = ZERO
      ****************************************************************
      *CD SYNC WORD SECTION                                          *
      *WORD ALREADY ON FILE - STAMP IT AS SEEN IN TODAY'S FEED, AND  *
      *IF THE CATEGORY, DIFFICULTY OR EFFECTIVE WINDOW CHANGED, BRING*
      *WORDSDB2 UP TO DATE AND NOTE THE CHANGE ON THE REPORT         *
      ****************************************************************
       CD-SYNC-WORD SECTION.
           MOVE BT-WORD-KEY TO WORD-KEY
           MOVE SPACES TO WS-OLD-CATEGORY
           MOVE SPACES TO WS-OLD-DIFFICULTY
           MOVE SPACES TO WS-OLD-EFF-FROM
           MOVE SPACES TO WS-OLD-EFF-TO
           EXEC SQL
             SELECT CATEGORY, DIFFICULTY,
                    COALESCE(CHAR(EFFECTIVE_FROM, ISO), ' '),
                    COALESCE(CHAR(EFFECTIVE_TO, ISO), ' ')
             INTO   :WS-OLD-CATEGORY, :WS-OLD-DIFFICULTY,
                    :WS-OLD-EFF-FROM, :WS-OLD-EFF-TO
             FROM USER11.WORDSDB2
             WHERE WORD = :WORD
           END-EXEC
                SET CATEGORY = :WI-CATEGORY,
                    DIFFICULTY = :WI-DIFFICULTY,
                    ACTIVE_FLAG = 'Y',
                    LAST_SYNC_DATE = :RUN-DATE,
                    EFFECTIVE_FROM = :EFFECTIVE-FROM :EFF-FROM-IND,
                    EFFECTIVE_TO = :EFFECTIVE-TO :EFF-TO-IND,
                    WORD_KEY = :WORD-KEY
              WHERE WORD = :WORD
           END-EXEC

           IF SQLCODE NOT = ZERO
              MOVE 'SYNC UPDATE NOT SUCCESFUL' TO WS-REJECT-REASON
           ELSE
      *       BOTH CHANGES ARE NOTED WHEN BOTH HAPPENED AT ONCE
              IF WS-OLD-CATEGORY NOT = WI-CATEGORY
                 OR WS-OLD-DIFFICULTY NOT = WI-DIFFICULTY
                 PERFORM CE-LOG-SYNC-CHANGE
              END-IF
              IF WS-OLD-EFF-FROM NOT = EFFECTIVE-FROM
                 OR WS-OLD-EFF-TO NOT = EFFECTIVE-TO
                 PERFORM CE1-LOG-DATE-CHANGE
              END-IF
           END-IF
           .
      ****************************************************************
           WRITE WR-RECORD FROM WS-DETAIL-LINE
           .
      ****************************************************************
      *CE1 LOG DATE CHANGE SECTION                                   *
      *NOTES A CHANGED EFFECTIVE WINDOW ON THE REPORT, COUNTED AS AN *
      *UPDATE THE SAME WAY CE-LOG-SYNC-CHANGE IS                     *
      ****************************************************************
       CE1-LOG-DATE-CHANGE SECTION.
           ADD 1 TO WS-UPDATE-COUNT
           MOVE WI-WORD TO WR-WORD
           MOVE 'EFFECTIVE DATES CHANGED' TO WR-REASON
           WRITE WR-RECORD FROM WS-DETAIL-LINE
           .
      ****************************************************************
      *CC REJECT WORD SECTION                                        *
      *WRITES ONE LINE TO THE REJECT REPORT FOR A SKIPPED CANDIDATE  *
      ****************************************************************
           MOVE WS-LOAD-COUNT TO WT-LOAD
           MOVE WS-UPDATE-COUNT TO WT-UPDATE
           MOVE WS-REJECT-COUNT TO WT-REJECT
           MOVE WS-RETIRE-COUNT TO WT-RETIRE
           WRITE WR-RECORD FROM WS-TOTALS-LINE
           WRITE WR-RECORD FROM WS-TOTALS-LINE2
           WRITE WR-RECORD FROM WS-TOTALS-LINE3
           WRITE WR-RECORD FROM WS-TOTALS-LINE4
           WRITE WR-RECORD FROM WS-TOTALS-LINE6
           .
      ****************************************************************
      *QA MAXWORD SECTION                                            *
      *BA SKIP PROCESSED SECTION                                     *
      *RE-READS AND DISCARDS THE RECORDS ALREADY COMMITTED ON A PRIOR*
      *ATTEMPT SO THIS RUN RESUMES RIGHT AFTER THEM - WORDIN IS A    *
      *SEQUENTIAL FILE SO THIS IS THE ONLY WAY TO REPOSITION IT. THE *
      *CHECKPOINT COUNTS DATA RECORDS ONLY, SO A HEADER RECORD IS    *
      *CAPTURED ON THE WAY PAST RATHER THAN COUNTED. AN INACTIVE     *
      *RECORD IS QUEUED AGAIN, SINCE NONE WAS APPLIED BEFORE THE     *
      *PRIOR ATTEMPT FAILED                                          *
      ****************************************************************
       BA-SKIP-PROCESSED SECTION.
           IF WS-SKIP-COUNT > 0
              PERFORM BA1-SKIP-ONE-RECORD
                      UNTIL WS-READ-COUNT NOT < WS-SKIP-COUNT
                         OR WS-EOF
           END-IF
           .
           READ WORDIN
              AT END SET WS-EOF TO TRUE
           END-READ
           EVALUATE TRUE
           WHEN WS-EOF
             CONTINUE
           WHEN WI-HEADER-REC
             PERFORM CK-CAPTURE-HEADER
           WHEN WI-INACTIVE-REC
             ADD 1 TO WS-READ-COUNT
             PERFORM CL-QUEUE-RETIRE
           WHEN OTHER
             ADD 1 TO WS-READ-COUNT
           END-EVALUATE
           .
      ****************************************************************
      *QD CHECKPOINT COMMIT SECTION                                  *
