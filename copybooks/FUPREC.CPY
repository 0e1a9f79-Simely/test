      *  ACCUMULATED ACROSS RUNS BY FOLWUPD, CLEARED BY TRANSACTION   *
      *  WHEN THE ITEM TURNS UP, AND AGED AT 30/60/90 DAYS BY         *
      *  FOLWRPT.  CLEARED RECORDS STAY ON FILE FOR THE AUDIT TRAIL.  *
      *                                                               *
      *  THE WHOLE RECORD IS CARRIED AS ONE IMAGE IN THE RETENTION    *
      *  ARCHIVE (ARCREC, 100 BYTES) - IT MUST NOT GROW PAST THAT.    *
      *****************************************************************
       01  FUP-RECORD.
           05  FUP-KEY.
           05  FUP-CLEARED-INITS       PIC X(03).
           05  FUP-WITHDRAWN-DATE      PIC 9(08).
           05  FUP-WITHDRAWN-INITS     PIC X(03).
      *        CIRCULATION NOTICE STAGE FOR AN OVERDUE-UNRETURNED
      *        FINDING.  LOANVFY SENDS THE RECALL WHEN IT POSTS THE
      *        FINDING; RCLNOTC SENDS THE SECOND NOTICE AT 30 DAYS
      *        AND THE REPLACEMENT-COST BILL AT 60, COUNTED FROM THE
      *        RECALL DATE, AND CANCELS WHATEVER IS OUTSTANDING WHEN
      *        THE ITEM DROPS OFF THE LOANS EXTRACT.  EACH STAGE IS
      *        SENT ONCE.  THE TWO FIELDS TOOK THE RECORD FROM 89 TO
      *        98 BYTES; FUPCONV RELOADS AN 89-BYTE MASTER WITH NO
      *        NOTICE AND A ZERO RECALL DATE.
           05  FUP-NOTICE-STAGE        PIC X(01).
               88  FUP-NO-NOTICE               VALUE ' '.
               88  FUP-RECALL-SENT             VALUE '1'.
               88  FUP-SECOND-NOTICE-SENT      VALUE '2'.
               88  FUP-BILL-SENT               VALUE '3'.
               88  FUP-NOTICE-OUTSTANDING      VALUES '1' '2' '3'.
               88  FUP-NOTICE-CANCELLED        VALUE 'X'.
           05  FUP-RECALL-DATE         PIC 9(08).
