      *****************************************************************
      *  BATHDR.CPY                                                   *
      *  BATCH HEADER - THE FIRST RECORD OF EVERY DESK-KEYED          *
      *  TRANSACTION FILE (DISPTRAN, SUBTRAN, CLRTRAN, RETTRAN,       *
      *  WDLTRAN, SBATRAN), COPIED UNDER THE TRANSACTION FD AS A      *
      *  SECOND 01.  CARRIES THE DESK'S BATCH ID, THE NUMBER OF       *
      *  DETAIL RECORDS IT KEYED, AND A HASH TOTAL OF THEIR CALL      *
      *  NUMBERS (ON SUBTRAN, OF THE PRIMARY PLUS ALTERNATE SEQ-NOS;  *
      *  ON SBATRAN, WHICH HAS NO CALL NUMBER, OF THE EXPECTED SIZES  *
      *  KEYED) KEPT TO THE LOW-ORDER FIVE DIGITS.  THE APPLYING      *
      *  PROGRAM RECOUNTS THE FILE AND REFUSES THE WHOLE BATCH WHEN   *
      *  EITHER TOTAL DISAGREES OR THE BATCH ID IS ALREADY ON THE     *
      *  BATCH REGISTER (BATMAST).  THE 'H*' MARK CANNOT BEGIN A      *
      *  DETAIL RECORD, WHOSE FIRST FIELD IS ALWAYS NUMERIC - OR, ON  *
      *  SBATRAN, AN ACTION CODE, NEVER 'H'.                          *
      *****************************************************************
       01  BAT-HDR-RECORD.
           05  BAT-HDR-ID              PIC X(02).
               88  BAT-HDR-PRESENT             VALUE 'H*'.
           05  BAT-HDR-BATCH-ID        PIC X(06).
           05  BAT-HDR-REC-COUNT       PIC 9(03).
           05  BAT-HDR-HASH-TOTAL      PIC 9(05).
