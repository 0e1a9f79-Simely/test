      *****************************************************************
      *  VALREC.CPY                                                   *
      *  ONE PRICED VALUATION LINE PER COMPLETED AUDIT RESULT, AS     *
      *  VALURPT VALUED IT ON THE NIGHT - THE RESULT'S CALL NUMBER,   *
      *  SUBAREA AND DISPOSITION WITH THE REPLACEMENT COST TAKEN      *
      *  FROM ACQUISITIONS AT THAT TIME.  WRITTEN TO VALOUT BY THE    *
      *  NIGHTLY VALURPT AND KEPT BY GENSAVE AS THE VALUOUT           *
      *  GENERATION, SO A REPRINT SHOWS THE EXPOSURE AS IT WAS        *
      *  REPORTED, NOT AS ACQUISITIONS PRICES IT NOW.                 *
      *****************************************************************
       01  VAL-RECORD.
           05  VAL-SEQ-NO              PIC 9(03).
           05  VAL-CALLNO              PIC S9(04) COMP.
           05  VAL-SUBAREA             PIC X(12).
           05  VAL-DISP-CODE           PIC X(01).
      *        ZERO UNLESS THE RESULT IS MISSING OR DAMAGED.
           05  VAL-REPL-COST           PIC S9(07)V99 COMP-3.
      *        'N' WHEN A MISSING OR DAMAGED ITEM HAD NO ACQUISITIONS
      *        ROW AND WAS VALUED AT ZERO.
           05  VAL-COST-SW             PIC X(01).
               88  VAL-COST-ON-FILE            VALUE 'Y'.
               88  VAL-NO-COST                 VALUE 'N'.
