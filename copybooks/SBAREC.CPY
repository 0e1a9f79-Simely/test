      *****************************************************************
      *  SBAREC.CPY                                                   *
      *  ONE RECORD PER SHELVING SUBAREA IN THE SUBAREA REFERENCE     *
      *  MASTER (VSAM KSDS, KEY = SUBAREA).  MAINTAINED BY SBAUPD     *
      *  FROM THE DESK'S SUBAREA TRANSACTIONS (SBATRAN).  THE         *
      *  REPORTS PRINT THE DESCRIPTION AND SHELF LOCATION FROM IT,    *
      *  AND CATUNLD AND HELLO-WORLD WARN OF ANY CATALOG SUBAREA      *
      *  THAT IS NOT ON IT OR IS INACTIVE - A MISKEYED SUBAREA IN     *
      *  THE CATALOG WOULD OTHERWISE BECOME A STRATUM OF ITS OWN.     *
      *  A DEACTIVATED SUBAREA STAYS ON FILE.                         *
      *****************************************************************
       01  SBA-RECORD.
           05  SBA-KEY.
               10  SBA-SUBAREA         PIC X(12).
           05  SBA-DESCRIPTION         PIC X(30).
           05  SBA-LOCATION.
               10  SBA-FLOOR           PIC X(02).
               10  SBA-RANGES          PIC X(10).
           05  SBA-LIBRARIAN           PIC X(20).
           05  SBA-ACTIVE-SW           PIC X(01).
               88  SBA-ACTIVE                  VALUE 'A'.
               88  SBA-INACTIVE                VALUE 'I'.
      *        CATALOG ROWS THE SUBAREA IS EXPECTED TO HOLD.
           05  SBA-EXPECTED-SIZE       PIC 9(06).
           05  SBA-ADDED-DATE          PIC 9(08).
           05  SBA-CHANGED-DATE        PIC 9(08).
           05  SBA-CHANGED-INITS       PIC X(03).
