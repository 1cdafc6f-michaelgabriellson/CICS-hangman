               88  GH-WON                     VALUE 'Y'.
               88  GH-LOST                    VALUE 'N'.
               88  GH-ABANDONED               VALUE 'A'.
      *        A GAME VOIDED FROM GLINQ GETS A REVERSING RECORD WITH
      *        THE SAME OPID AND GAME TIMESTAMP - THE ORIGINAL STAYS
      *        ON FILE, AND EVERY READER DROPS BOTH OF THEM
               88  GH-VOIDED                  VALUE 'V'.
           02  GH-WRONG-GUESSES     PIC 9(02).
      *    PRACTICE SESSIONS ARE KEPT ON FILE FOR THE AUDIT TRAIL BUT
      *    EXCLUDED FROM THE REPORTS, THE EXTRACT AND THE LEADERBOARD
