      *  ONE RECORD PER OPEN CIRCULATION LOAN IN THE LOANS EXTRACT    *
      *  UNLOADED BY CATUNLD ALONGSIDE THE CATALOG EXTRACT.  READ BY  *
      *  HELLO-WORLD'S EXTRACT MODE TO FLAG DRAWN ITEMS THAT ARE      *
      *  CHECKED OUT RATHER THAN MISSING, AND BY LOANVFY AND RCLNOTC  *
      *  TO CHASE OVERDUE ITEMS WITH THE BORROWER.                    *
      *                                                               *
      *  THE FIRST AND LAST RECORDS ARE CONTROL RECORDS (SECOND 01    *
      *  BELOW), MATCHING THE CATALOG EXTRACT'S HEADER AND TRAILER.   *
       01  LOAN-RECORD.
           05  LOAN-CALLNO             PIC S9(04) COMP.
           05  LOAN-DUE-DATE           PIC 9(08).
      *        THE BORROWER - CARRIED SO LOANVFY AND RCLNOTC CAN
      *        ADDRESS RECALL NOTICES AND BILLS TO CIRCULATION.
           05  LOAN-PATRON-ID          PIC X(10).
           05  FILLER                  PIC X(08).

       01  LOAN-CTL-RECORD.
           05  LOAN-CTL-ID             PIC X(04).
