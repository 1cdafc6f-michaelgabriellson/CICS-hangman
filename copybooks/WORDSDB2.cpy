       01  ACTIVE-FLAG         PIC X(01).
           88  WORD-ACTIVE               VALUE 'Y'.
           88  WORD-INACTIVE             VALUE 'N'.
      *  OPTIONAL PLAY WINDOW FOR SEASONAL/CAMPAIGN WORDS - NULL (NO
      *  LIMIT) UNLESS SET. QB-RANDOMIZE ONLY PICKS A WORD WHOSE
      *  WINDOW COVERS TODAY, BOTH DATES INCLUSIVE. HELD HERE AS
      *  'YYYY-MM-DD' WITH THEIR NULL INDICATORS
       01  EFFECTIVE-FROM      PIC X(10).
       01  EFFECTIVE-TO        PIC X(10).
       01  EFF-FROM-IND        PIC S9(4) USAGE COMP.
       01  EFF-TO-IND          PIC S9(4) USAGE COMP.
      *  THE WORD REDUCED TO ITS LETTERS WITH ONE TRAILING PLURAL S
      *  DROPPED ('NEW YORK' AND 'NEWYORK' BOTH GIVE NEWYORK) - SET BY
      *  EVERY WRITER OF WORD SO A SPACING OR PLURAL VARIANT OF A WORD
      *  ALREADY ON FILE IS CAUGHT WITH ONE INDEXED LOOKUP. WORDSCAN
      *  FILLS IT IN FOR ROWS WRITTEN BEFORE THE COLUMN EXISTED
       01  WORD-KEY            PIC X(30).
