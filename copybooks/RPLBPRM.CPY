      *****************************************************************
      *  RPLBPRM.CPY                                                  *
      *  ONE RECORD PER SUBAREA IN THE REPLACEMENT BUDGET PARAMETER   *
      *  FILE, KEPT BY ACQUISITIONS: THE MOST THAT MAY BE REQUESTED   *
      *  FOR REPLACEMENTS IN THE SUBAREA IN ONE CALENDAR MONTH.  A    *
      *  SUBAREA NOT ON THE FILE HAS NO REPLACEMENT BUDGET.  READ BY  *
      *  RPLSEL AND RPLSRPT.                                          *
      *****************************************************************
       01  RPB-RECORD.
           05  RPB-SUBAREA             PIC X(12).
           05  RPB-MONTHLY-CAP         PIC 9(07)V99.
           05  FILLER                  PIC X(59).
