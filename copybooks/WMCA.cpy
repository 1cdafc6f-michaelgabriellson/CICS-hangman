      *  CARRIES THE CURRENT PAGE'S TOP/BOTTOM WORDID AND THE       *
      *  CATEGORY/DIFFICULTY FILTER ACROSS PSEUDO-CONVERSATIONAL    *
      *  RETURNS SO PF7/PF8 CAN PAGE BACKWARD/FORWARD FROM WBSCR     *
      *  MODE 2 IS THE SUGGESTION REVIEW LIST ON WRSCR, PAGED BY THE *
      *  TOP/BOTTOM SUGGEST_ID IN THE SAME WAY                       *
      ****************************************************************
       01  WMCA.
           02  WM-MODE               PIC 9(01).
               88  WM-LIST-ACTIVE           VALUE 1.
               88  WM-REVIEW-ACTIVE         VALUE 2.
           02  WM-TOP-WORDID         PIC S9(9) USAGE COMP.
           02  WM-BOTTOM-WORDID      PIC S9(9) USAGE COMP.
           02  WM-CATEGORY           PIC X(10).
           02  WM-DIFFICULTY         PIC X(06).
           02  WM-TOP-SUGGID         PIC S9(9) USAGE COMP.
           02  WM-BOTTOM-SUGGID      PIC S9(9) USAGE COMP.
