      *****************************************************************
      *  RPLLREC.CPY                                                  *
      *  ONE RECORD PER SUBAREA PER CALENDAR MONTH IN THE KEYED       *
      *  REPLACEMENT BUDGET LEDGER (VSAM KSDS, KEY = MONTH PLUS       *
      *  SUBAREA).  RPLSEL ADDS EACH NIGHT'S REQUESTS AND DEFERRALS   *
      *  AND CHECKS THE MONTH-TO-DATE REQUESTED AMOUNT AGAINST THE    *
      *  CAP; RPLSRPT PRINTS THE MONTHLY SUMMARY FROM IT.             *
      *****************************************************************
       01  RPL-RECORD.
           05  RPL-KEY.
               10  RPL-MONTH           PIC 9(06).
               10  RPL-SUBAREA         PIC X(12).
      *        THE CAP IN FORCE WHEN THE MONTH WAS LAST POSTED - ZERO
      *        FOR A SUBAREA WITH NO REPLACEMENT BUDGET.
           05  RPL-BUDGET-CAP          PIC 9(07)V99.
           05  RPL-REQUESTED-CT        PIC 9(05).
           05  RPL-REQUESTED-AMT       PIC 9(07)V99.
           05  RPL-DEFERRED-CT         PIC 9(05).
           05  RPL-DEFERRED-AMT        PIC 9(07)V99.
           05  RPL-LAST-RUN-DATE       PIC 9(08).
