      *****************************************************************
      *  RCLREC.CPY                                                   *
      *  ONE RECORD IN THE RECALL-NOTICE FEED TO CIRCULATION.         *
      *  LOANVFY WRITES A RECALL WHEN IT POSTS OR REFRESHES AN        *
      *  OVERDUE-UNRETURNED FINDING; RCLNOTC APPENDS THE SECOND       *
      *  NOTICE AT 30 DAYS, THE REPLACEMENT-COST BILL AT 60, AND A    *
      *  CANCELLATION WHEN THE ITEM IS NO LONGER OUT PAST DUE.  THE   *
      *  STAGE REACHED IS KEPT ON THE FOLLOW-UP MASTER (FUPREC) SO    *
      *  NONE IS SENT TWICE.                                          *
      *                                                               *
      *  A CANCELLATION CARRIES NO PATRON ID - THE LOAN IS GONE FROM  *
      *  THE EXTRACT.  CIRCULATION MATCHES IT TO ITS NOTICES BY CALL  *
      *  NUMBER AND RECALL DATE.                                      *
      *****************************************************************
       01  RCL-RECORD.
           05  RCL-NOTICE-TYPE         PIC X(01).
               88  RCL-RECALL                  VALUE 'R'.
               88  RCL-SECOND-NOTICE           VALUE 'S'.
               88  RCL-BILL                    VALUE 'B'.
               88  RCL-CANCELLATION            VALUE 'C'.
           05  RCL-NOTICE-DATE         PIC 9(08).
           05  RCL-CALLNO              PIC 9(04).
           05  RCL-PATRON-ID           PIC X(10).
           05  RCL-TITLE               PIC X(30).
           05  RCL-DUE-DATE            PIC 9(08).
      *        DATE OF THE RECALL THAT OPENED THIS CHASE - THE
      *        SECOND NOTICE AND THE BILL ARE TIMED FROM IT.
           05  RCL-RECALL-DATE         PIC 9(08).
      *        BILL ONLY - ZERO ON THE OTHER NOTICE TYPES.
           05  RCL-REPL-COST           PIC 9(07)V99.
           05  RCL-COST-SW             PIC X(01).
               88  RCL-COST-ON-FILE            VALUE 'Y'.
      *            NO ACQUISITIONS PRICE - CIRCULATION APPLIES ITS
      *            STANDARD LOST-ITEM CHARGE.
               88  RCL-NO-COST-ON-FILE         VALUE 'N'.
      *        CANCELLATION ONLY - THE LAST STAGE SENT (R, S OR B),
      *        SO CIRCULATION KNOWS WHETHER A BILL IS BEING VOIDED.
           05  RCL-CANCELLED-TYPE      PIC X(01).
