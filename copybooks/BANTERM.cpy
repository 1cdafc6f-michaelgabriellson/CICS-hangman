      ****************************************************************
      *  BANTERM - HOST VARIABLES FOR TABLE USER11.BANNED_TERMS AND  *
      *  THE WORK AREA FOR SCREENING A CANDIDATE WORD AGAINST IT.    *
      *  TERMS ARE HELD AS LETTERS ONLY, AND A WORD IS BANNED WHEN   *
      *  ITS OWN LETTERS CONTAIN ANY ACTIVE TERM ANYWHERE - SO A     *
      *  SPACE OR HYPHEN SLIPPED INTO THE MIDDLE DOES NOT GET IT PAST*
      *  TABLE: TERM CHAR(30) PRIMARY KEY, ACTIVE_FLAG CHAR(1)       *
      ****************************************************************
       01  BT-TERM              PIC X(30).
       01  BT-ACTIVE-FLAG       PIC X(01).
           88  BT-ACTIVE                  VALUE 'Y'.
           88  BT-INACTIVE                VALUE 'N'.
       01  BT-COUNT             PIC S9(9) USAGE COMP.
      *  A TERM SHORTER THAN THIS WOULD BLOCK HALF THE WORD LIST
       01  BT-MIN-TERM          PIC S9(4) USAGE COMP VALUE 3.

      *  SCREENING WORK AREA - BT-SOURCE IN, BT-LETTERS (LETTERS ONLY,
      *  UPPER CASE, LEFT-JUSTIFIED) AND BT-WORD-KEY (BT-LETTERS WITH
      *  ONE TRAILING PLURAL S DROPPED WHEN THERE ARE MORE THAN THREE
      *  LETTERS, THE WORDSDB2 WORD_KEY VALUE) OUT. BT-OWN-WORDID IS
      *  THE ROW BEING UPDATED, ZERO FOR AN ADD, SO A WORD IS NEVER
      *  REPORTED AS A NEAR-DUPLICATE OF ITSELF
       01  BT-SOURCE            PIC X(30).
       01  BT-LETTERS           PIC X(30).
       01  BT-WORD-KEY          PIC X(30).
       01  BT-LEN               PIC S9(4) USAGE COMP.
       01  BT-SUB               PIC S9(4) USAGE COMP.
       01  BT-CHAR              PIC X(01).
           88  BT-LETTER                  VALUE 'A' THRU 'I'
                                                'J' THRU 'R'
                                                'S' THRU 'Z'.
       01  BT-OWN-WORDID        PIC S9(9) USAGE COMP.
       01  BT-MATCH-WORDID      PIC S9(9) USAGE COMP.
