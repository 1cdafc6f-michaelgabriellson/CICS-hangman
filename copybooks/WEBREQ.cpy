      ****************************************************************
      *  WEBREQ - CONTAINER LAYOUTS FOR WORDWEB, THE READ-ONLY STAFF *
      *  PORTAL SERVICE. THE PORTAL'S PIPELINE LINKS TO WORDWEB WITH *
      *  A CHANNEL HOLDING CONTAINER WEBREQUEST, AND WORDWEB PUTS    *
      *  WEBSTATUS (AN HTTP-STYLE CODE) AND WEBRESPONSE (JSON TEXT,  *
      *  CHAR DATA) BACK ON THE SAME CHANNEL                         *
      *  WR-FUNCTION  LEADERS  - THE WORDLB TOP 10 BY WIN RATE       *
      *               OPERATOR - WR-OPID'S TOTALS, STREAK AND LAST 20*
      *                          GAMES                               *
      *               WORDS    - WORDS IN PLAY TODAY, BY CATEGORY    *
      ****************************************************************
       01  WEB-REQUEST.
           02  WR-FUNCTION           PIC X(08).
               88  WR-LEADERS                 VALUE 'LEADERS'.
               88  WR-OPERATOR                VALUE 'OPERATOR'.
               88  WR-WORDS                   VALUE 'WORDS'.
           02  WR-OPID               PIC X(03).
       01  WEB-STATUS                PIC X(03).
           88  WEB-OK                         VALUE '200'.
           88  WEB-BAD-REQUEST                VALUE '400'.
           88  WEB-FORBIDDEN                  VALUE '403'.
           88  WEB-NOT-FOUND                  VALUE '404'.
           88  WEB-SERVER-ERROR               VALUE '500'.
