      *  ONE APPROVED-WITHDRAWAL TRANSACTION PER ITEM, KEYED BY THE   *
      *  CATALOGING DEPARTMENT OFF THE PROPOSED-WITHDRAWAL LIST       *
      *  (WDLOUT) PRINTED BY FOLWRPT.  APPLIED TO THE FOLLOW-UP       *
      *  MASTER BY WDRWUPD.  CATALOGING ALSO DECIDES WHETHER THE      *
      *  TITLE IS WORTH REPLACING; WDRWUPD PASSES THAT DECISION TO    *
      *  THE REPLACEMENT-SELECTION STEP (RPLSEL).                     *
      *****************************************************************
       01  WDL-TRN-RECORD.
           05  WDL-TRN-CALLNO          PIC 9(04).
               88  WDL-TRN-WITHDRAW            VALUE 'W'.
           05  WDL-TRN-DATE            PIC 9(08).
           05  WDL-TRN-INITS           PIC X(03).
      *        SPACE OR 'Y' - REPLACE IF THE SUBAREA BUDGET ALLOWS.
      *        'N' - DO NOT REPLACE; THE ITEM GOES TO RPLSEL'S
      *        DEFERRED LIST INSTEAD OF THE ACQUISITIONS REQUEST.
           05  WDL-TRN-REPLACE-CODE    PIC X(01).
               88  WDL-TRN-DO-NOT-REPLACE      VALUE 'N'.
