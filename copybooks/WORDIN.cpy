      ****************************************************************
      *  WORDIN - THE WORD FEED RECORD WORDLOAD READS AND WORDUNLD   *
      *  WRITES, 76 BYTES FIXED. COPIED UNDER THE CALLER'S OWN 01    *
      *  LEVEL, SO A PROGRAM HOLDING MORE THAN ONE FEED RECORD TELLS *
      *  THEM APART BY QUALIFYING ON THAT 01 NAME. A RECORD WHOSE    *
      *  FIRST EIGHT BYTES ARE ONE OF THE '*' TAGS BELOW IS A CONTROL *
      *  OR STATUS RECORD, NOT A CANDIDATE WORD                      *
      ****************************************************************
      *THE INPUT WORD FIELD IS DELIBERATELY WIDER THAN WS-MAXCHAR SO
      *A CANDIDATE LONGER THAN THE LIMIT STILL FITS THE RAW RECORD AND
      *CAN BE DETECTED AND REJECTED BY WORDLOAD, INSTEAD OF BEING
      *SILENTLY TRUNCATED BY THE FIELD'S OWN PICTURE CLAUSE
           02  WI-RECORD.
               03  WI-WORD             PIC X(40).
               03  WI-CATEGORY         PIC X(10).
               03  WI-DIFFICULTY       PIC X(06).
      *OPTIONAL PLAY WINDOW FOR A SEASONAL OR CAMPAIGN WORD, EITHER
      *DATE BLANK FOR NO LIMIT ON THAT SIDE
               03  WI-EFF-FROM         PIC X(10).
               03  WI-EFF-TO           PIC X(10).
      *OPTIONAL CONTROL RECORD, FIRST IN THE FILE WHEN PRESENT - A
      *FEED WITHOUT ONE IS A FULL FEED. A FULL FEED IS THE WHOLE WORD
      *LIST, SO ANY SYNCED WORD MISSING FROM IT IS DEACTIVATED. A
      *DELTA FEED CARRIES ONLY ADDS, CHANGES AND INACTIVE RECORDS, SO
      *NOTHING IS DEACTIVATED FOR BEING MISSING FROM IT
           02  WI-HEADER REDEFINES WI-RECORD.
               03  WI-HDR-TAG          PIC X(08).
                   88  WI-HEADER-REC             VALUE '*HEADER '.
               03  WI-HDR-TYPE         PIC X(05).
                   88  WI-FULL-FEED              VALUE 'FULL '.
                   88  WI-DELTA-FEED             VALUE 'DELTA'.
      *THE DB2 LOCATION THE FEED WAS TAKEN FROM AND THE DATE IT WAS
      *TAKEN, FOR THE LISTINGS ONLY
               03  WI-HDR-REGION       PIC X(16).
               03  WI-HDR-DATE         PIC X(10).
               03  FILLER              PIC X(37).
      *A WORD THAT IS ON FILE BUT NOT IN PLAY - WORDLOAD DEACTIVATES
      *IT IF IT IS STILL ACTIVE, AND FROM A FULL FEED LOADS IT
      *INACTIVE IF IT IS NOT ON FILE AT ALL. IT COUNTS AS A DATA
      *RECORD IN THE TRAILER. THE REST OF THE ROW IS CARRIED SO AN
      *UNLOAD IS A COMPLETE COPY OF THE TABLE
           02  WI-INACTIVE REDEFINES WI-RECORD.
               03  WI-INA-TAG          PIC X(08).
                   88  WI-INACTIVE-REC           VALUE '*INACTV '.
               03  WI-INA-WORD         PIC X(30).
               03  WI-INA-CATEGORY     PIC X(10).
               03  WI-INA-DIFFICULTY   PIC X(06).
               03  WI-INA-EFF-FROM     PIC X(10).
               03  WI-INA-EFF-TO       PIC X(10).
               03  FILLER              PIC X(02).
      *THE FEED'S CONTROL RECORD - WRITTEN LAST WITH THE DATA RECORD
      *COUNT AND FEED DATE, SO A TRUNCATED OR STALE FILE IS CAUGHT
      *BEFORE WORDLOAD'S QE1-DEACTIVATE-MISSING CAN ACT ON IT
           02  WI-TRAILER REDEFINES WI-RECORD.
               03  WI-TRL-TAG          PIC X(08).
                   88  WI-TRAILER-REC            VALUE '*TRAILER'.
               03  WI-TRL-COUNT        PIC 9(07).
               03  WI-TRL-DATE         PIC X(10).
               03  FILLER              PIC X(51).
