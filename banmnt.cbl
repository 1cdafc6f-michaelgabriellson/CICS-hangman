      ****************************************************************
      *            IDENTIFICATION DIVISION                         ***
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANMNT.
      ****************************************************************
      *            ENVIRONMENT DIVISION                           ***
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****************************************************************
      **           DATA DIVISION                                   ***
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      * WS-VARIABLES
       01 WS-TERM             PIC X(30).

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY BANMNT.
       COPY BANTERM.
       COPY CATDIFF.
      * DB2 AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA         PIC X(01).

      ****************************************************************
      **           PROCEDURE DIVISION                              ***
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
      *A MAIN SECTION
      ****************************************************************
       A-MAIN SECTION.
           PERFORM B-CICS-SECTION
           GOBACK
           .
      ****************************************************************
      *B CICS SECTION                                                *
      *MAINTENANCE FOR THE USER11.BANNED_TERMS LIST THAT WORDLOAD'S  *
      *CI-CHECK-BANNED AND WORDMNT'S FF-SCREEN-WORD REJECT WORDS     *
      *AGAINST - PF6=ADD (OR REACTIVATE), PF8=DEACTIVATE, PF3=EXIT.  *
      *LAID OUT THE SAME WAY AS CATMNT                               *
      ****************************************************************
       B-CICS-SECTION.

           EVALUATE TRUE
           WHEN EIBCALEN = ZERO
      *       LOGIC FOR THE FIRST CALL OF THE PROGRAM
             MOVE LOW-VALUES TO BNSCRO
             MOVE 'ENTER TERM, PF6=ADD PF8=DEACT' TO BNMSGO
             PERFORM C-SEND-MAP

           WHEN EIBAID = DFHCLEAR
      *       LOGIC FOR WHEN THE USER PRESSES THE CLEAR KEY
             MOVE LOW-VALUES TO BNSCRO
             MOVE 'ENTER TERM, PF6=ADD PF8=DEACT' TO BNMSGO
             PERFORM C-SEND-MAP

           WHEN EIBAID = DFHPF3
      *       F3 EXIT MAINTENANCE
             MOVE LOW-VALUES TO BNSCRO
             MOVE 'MAINTENANCE ENDED. PRESS CLEAR' TO BNMSGO
             PERFORM E-SEND-DATA
             EXEC CICS
               RETURN
             END-EXEC

           WHEN EIBAID = DFHPF6
      *       F6 ADD - INSERT THE TERM, OR TURN IT BACK ON IF IT
      *       WAS RETIRED EARLIER
             PERFORM D-RECEIVE-MAP
             PERFORM FA-VALIDATE-INPUT
             IF CD-VALID
               PERFORM FC-ADD-TERM
             END-IF
             PERFORM E-SEND-DATA

           WHEN EIBAID = DFHPF8
      *       F8 DEACTIVATE - SOFT-DELETE THE SAME WAY CATMNT
      *       RETIRES A VALUE, SO THE LIST KEEPS ITS HISTORY
             PERFORM D-RECEIVE-MAP
             PERFORM FA-VALIDATE-INPUT
             IF CD-VALID
               PERFORM FE-DEACT-TERM
             END-IF
             PERFORM E-SEND-DATA

           WHEN OTHER
      *       LOGIC FOR ANY OTHER CASES
             MOVE LOW-VALUES TO BNSCRO
             MOVE 'INVALID KEY PRESSED' TO BNMSGO
             PERFORM E-SEND-DATA
           END-EVALUATE

      *    THE COMMAREA CARRIES NO STATE, BUT RETURNING IT MAKES
      *    EIBCALEN NON-ZERO ON RE-ENTRY SO THE FIRST-CALL BRANCH
      *    ONLY MATCHES THE ACTUAL FIRST CALL
           EXEC CICS
             RETURN TRANSID('WRDB')
             COMMAREA (DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
      ****************************************************************
      *C SEND MAP SECTION                                            *
      ****************************************************************
       C-SEND-MAP SECTION.
           EXEC CICS SEND
             MAP     ('BNSCR')
             MAPSET  ('BANMNT')
             FROM    (BNSCRO)
             ERASE
           END-EXEC
           .
      ****************************************************************
      *D RECEIVE MAP SECTION                                         *
      ****************************************************************
       D-RECEIVE-MAP SECTION.
           EXEC CICS RECEIVE
             MAP     ('BNSCR')
             MAPSET  ('BANMNT')
             INTO    (BNSCRI)
           END-EXEC
      *    CAPTURE THE INPUT BEFORE CLEARING THE MAP AREA - BNSCRO
      *    REDEFINES BNSCRI, SO THE CLEAR WIPES THE INPUT SIDE TOO
           MOVE BNTERMI TO WS-TERM
           MOVE LOW-VALUES TO BNSCRO
           .
      ****************************************************************
      *E SEND DATA SECTION                                           *
      ****************************************************************
       E-SEND-DATA SECTION.
           EXEC CICS SEND
             MAP     ('BNSCR')
             MAPSET  ('BANMNT')
             FROM    (BNSCRO)
             DATAONLY
           END-EXEC
           .
      ****************************************************************
      *FA VALIDATE INPUT SECTION                                     *
      *REDUCES THE TERM TO ITS LETTERS - THE FORM WORDS ARE SCREENED *
      *IN - AND SHOWS THAT FORM BACK. A TERM OF FEWER THAN           *
      *BT-MIN-TERM LETTERS WOULD CATCH FAR TOO MANY INNOCENT WORDS   *
      *AND IS REFUSED. SETS CD-VALID/CD-INVALID AND BNMSGO THE SAME  *
      *WAY CATMNT'S FA-VALIDATE-INPUT REPORTS ITS RESULT             *
      ****************************************************************
       FA-VALIDATE-INPUT SECTION.
           SET CD-VALID TO TRUE
           MOVE WS-TERM TO BT-SOURCE
           INSPECT BT-SOURCE REPLACING ALL LOW-VALUES BY SPACES
           PERFORM FA1-NORMALIZE
           MOVE BT-LETTERS TO BT-TERM
           MOVE BT-LETTERS TO BNTERMO

           EVALUATE TRUE
           WHEN BT-LEN = 0
             MOVE 'TERM REQUIRED' TO BNMSGO
             SET CD-INVALID TO TRUE
           WHEN BT-LEN < BT-MIN-TERM
             MOVE 'TERM MUST HAVE AT LEAST 3 LETTERS' TO BNMSGO
             SET CD-INVALID TO TRUE
           END-EVALUATE
           .
      ****************************************************************
      *FA1 NORMALIZE SECTION                                         *
      *BT-SOURCE TO BT-LETTERS (UPPER CASE LETTERS ONLY) - THE SAME  *
      *REDUCTION WORDMNT'S FF1-NORMALIZE MAKES OF A CANDIDATE WORD   *
      ****************************************************************
       FA1-NORMALIZE SECTION.
           MOVE SPACES TO BT-LETTERS
           MOVE ZERO TO BT-LEN
           INSPECT BT-SOURCE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM FA2-KEEP-LETTER
               VARYING BT-SUB FROM 1 BY 1
               UNTIL BT-SUB > 30
           .
      ****************************************************************
      *FA2 KEEP LETTER SECTION                                       *
      *ONE CHARACTER OF BT-SOURCE - APPENDED TO BT-LETTERS IF IT IS A*
      *LETTER                                                        *
      ****************************************************************
       FA2-KEEP-LETTER SECTION.
           MOVE BT-SOURCE(BT-SUB:1) TO BT-CHAR
           IF BT-LETTER
             ADD 1 TO BT-LEN
             MOVE BT-CHAR TO BT-LETTERS(BT-LEN:1)
           END-IF
           .
      ****************************************************************
      *FC ADD TERM SECTION                                           *
      *INSERTS THE TERM AS ACTIVE - A DUPLICATE KEY MEANS IT IS      *
      *ALREADY ON FILE, SO IT IS REACTIVATED INSTEAD OF REJECTED.    *
      *WORDS ALREADY ON FILE ARE NOT TOUCHED - WORDLOAD DROPS THEM AT*
      *THE NEXT FEED, AND WORDSCAN LISTS THEM FOR REVIEW             *
      ****************************************************************
       FC-ADD-TERM SECTION.
           MOVE 'ADD' TO BNFUNCO
           EXEC SQL
             INSERT INTO USER11.BANNED_TERMS
                   (TERM, ACTIVE_FLAG)
             VALUES (:BT-TERM, 'Y')
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = ZERO
             MOVE 'Y' TO BNACTO
             MOVE 'TERM ADDED' TO BNMSGO
           WHEN SQLCODE = -803
             PERFORM FC1-REACTIVATE
           WHEN OTHER
             MOVE 'ADD NOT SUCCESFUL' TO BNMSGO
           END-EVALUATE
           .
      ****************************************************************
      *FC1 REACTIVATE SECTION                                        *
      ****************************************************************
       FC1-REACTIVATE SECTION.
           EXEC SQL
             UPDATE USER11.BANNED_TERMS
                SET ACTIVE_FLAG = 'Y'
              WHERE TERM = :BT-TERM
           END-EXEC

           IF SQLCODE NOT = ZERO
              MOVE 'REACTIVATE NOT SUCCESFUL' TO BNMSGO
           ELSE
              MOVE 'Y' TO BNACTO
              MOVE 'TERM REACTIVATED' TO BNMSGO
           END-IF
           .
      ****************************************************************
      *FE DEACT TERM SECTION                                         *
      ****************************************************************
       FE-DEACT-TERM SECTION.
           MOVE 'DEL' TO BNFUNCO
           EXEC SQL
             UPDATE USER11.BANNED_TERMS
                SET ACTIVE_FLAG = 'N'
              WHERE TERM = :BT-TERM
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
             MOVE 'DELETE NOT SUCCESFUL' TO BNMSGO
           WHEN SQLERRD(3) = 0
      *       UPDATE ITSELF SUCCEEDED BUT MATCHED NO ROW - SQLCODE
      *       IS ZERO HERE, NOT 100 (100 IS A SELECT/FETCH-ONLY CODE)
             MOVE 'TERM NOT FOUND' TO BNMSGO
           WHEN OTHER
             MOVE 'N' TO BNACTO
             MOVE 'TERM DEACTIVATED' TO BNMSGO
           END-EVALUATE
           .
