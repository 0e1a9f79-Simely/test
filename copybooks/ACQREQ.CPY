      *****************************************************************
      *  ACQREQ.CPY                                                   *
      *  ONE RECORD PER REPLACEMENT REQUESTED, IN THE REQUEST FILE    *
      *  WRITTEN BY RPLSEL AND LOADED BY THE ACQUISITIONS SYSTEM.     *
      *  THE ESTIMATED COST IS THE ACQUISITIONS REPLACEMENT COST;     *
      *  THE DRAW AND FOUND COUNTS COME FROM THE RESULTS HISTORY SO   *
      *  THE SELECTOR CAN SEE HOW THE ITEM FARED IN THE AUDIT.        *
      *****************************************************************
       01  ACQ-REQ-RECORD.
           05  ACQ-REQ-TYPE            PIC X(01).
               88  ACQ-REQ-REPLACEMENT         VALUE 'R'.
           05  ACQ-REQ-DATE            PIC 9(08).
           05  ACQ-REQ-CALLNO          PIC 9(04).
           05  ACQ-REQ-TITLE           PIC X(30).
           05  ACQ-REQ-SUBAREA         PIC X(12).
           05  ACQ-REQ-EST-COST        PIC 9(07)V99.
           05  ACQ-REQ-REASON          PIC X(01).
      *            WITHDRAWN - WRITTEN OFF AS LOST OFF THE AUDIT.
               88  ACQ-REQ-WITHDRAWN           VALUE 'W'.
           05  ACQ-REQ-WITHDRAWN-DATE  PIC 9(08).
           05  ACQ-REQ-TIMES-DRAWN     PIC 9(03).
           05  ACQ-REQ-TIMES-FOUND     PIC 9(03).
           05  FILLER                  PIC X(01).
