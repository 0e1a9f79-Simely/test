      *****************************************************************
      *  SBATRAN.CPY                                                  *
      *  ONE SUBAREA MAINTENANCE TRANSACTION, KEYED BY THE AUDIT      *
      *  DESK.  APPLIED TO THE SUBAREA REFERENCE MASTER BY SBAUPD.    *
      *    'A' ADD A SUBAREA (OR REACTIVATE AN INACTIVE ONE) - THE    *
      *        DESCRIPTION, FLOOR, RANGES AND EXPECTED SIZE ARE ALL   *
      *        REQUIRED; THE LIBRARIAN MAY BE LEFT BLANK.             *
      *    'C' CHANGE AN ACTIVE SUBAREA - ONLY THE FIELDS KEYED ARE   *
      *        CHANGED; A BLANK FIELD LEAVES THE MASTER AS IT IS.     *
      *    'D' DEACTIVATE A SUBAREA.                                  *
      *  THE EXPECTED SIZE IS KEYED AS DIGITS, SO A BLANK ONE CAN BE  *
      *  TOLD FROM A ZERO.                                            *
      *****************************************************************
       01  SBA-TRN-RECORD.
           05  SBA-TRN-ACTION          PIC X(01).
               88  SBA-TRN-ADD                 VALUE 'A'.
               88  SBA-TRN-CHANGE              VALUE 'C'.
               88  SBA-TRN-DEACTIVATE          VALUE 'D'.
           05  SBA-TRN-SUBAREA         PIC X(12).
           05  SBA-TRN-DESCRIPTION     PIC X(30).
           05  SBA-TRN-FLOOR           PIC X(02).
           05  SBA-TRN-RANGES          PIC X(10).
           05  SBA-TRN-LIBRARIAN       PIC X(20).
           05  SBA-TRN-EXPECTED-SIZE   PIC X(06).
           05  SBA-TRN-EXPECTED-NUM REDEFINES SBA-TRN-EXPECTED-SIZE
                                       PIC 9(06).
           05  SBA-TRN-DATE            PIC 9(08).
           05  SBA-TRN-INITS           PIC X(03).
