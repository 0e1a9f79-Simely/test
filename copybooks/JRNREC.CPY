      *****************************************************************
      *  JRNREC.CPY                                                   *
      *  ONE RECORD IN THE AUDIT JOURNAL (JRNLOG, SEQUENTIAL, WRITTEN *
      *  ONLY THROUGH THE JRNWRT SUBPROGRAM AND EXTENDED BY EVERY     *
      *  RUN).  EACH ADD, REWRITE, STATUS CHANGE OR DELETE APPLIED    *
      *  TO A MASTER OR DRAW FILE WRITES A DETAIL RECORD CARRYING THE *
      *  RECORD AS IT STOOD BEFORE AND AS IT STANDS AFTER - SPACES    *
      *  FOR THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A      *
      *  DELETE.  THE IMAGES ARE THE RECORD LAYOUT NAMED BY THE       *
      *  MASTER ID, LEFT-JUSTIFIED AND SPACE-FILLED, AS IN ARCREC -   *
      *  NO JOURNALED RECORD MAY GROW PAST 100 BYTES.                 *
      *                                                               *
      *  EVERY RUN ENDS ITS DETAILS WITH A TRAILER (SECOND 01 BELOW)  *
      *  CARRYING THE DETAILS IT WROTE AND THE CHANGES THE PROGRAM    *
      *  COUNTED, SO A MISSING JOURNAL WRITE SHOWS AS AN OUT-OF-      *
      *  BALANCE RUN.  A RUN IS IDENTIFIED BY PROGRAM ID, RUN DATE    *
      *  AND THE TIME ITS JOURNAL WAS OPENED.                         *
      *****************************************************************
       01  JRN-RECORD.
           05  JRN-REC-TYPE            PIC X(01).
               88  JRN-DETAIL                  VALUE 'D'.
               88  JRN-TRAILER                 VALUE 'T'.
           05  JRN-PROGRAM-ID          PIC X(08).
           05  JRN-RUN-DATE            PIC 9(08).
           05  JRN-RUN-TIME            PIC 9(08).
      *        WHERE THE CHANGE CAME FROM: THE TRANSACTION FILE OR
      *        INPUT DDNAME, THE DESK'S BATCH ID WHEN IT CAME IN A
      *        KEYED BATCH, AND THE DESK INITIALS WHEN THE INPUT
      *        CARRIES THEM (SPACES FOR A SCHEDULED PASS).
           05  JRN-SOURCE              PIC X(08).
           05  JRN-BATCH-ID            PIC X(06).
           05  JRN-INITS               PIC X(03).
           05  JRN-MASTER-ID           PIC X(08).
           05  JRN-ACTION              PIC X(01).
               88  JRN-ADD                     VALUE 'A'.
               88  JRN-CHANGE                  VALUE 'C'.
               88  JRN-STATUS-CHANGE           VALUE 'S'.
               88  JRN-DELETE                  VALUE 'D'.
      *        THE CALL NUMBER, ZERO FOR A RECORD NOT KEYED BY ONE
      *        (RUN HISTORY, SUBAREA MASTER), AND THE FULL KEY AS
      *        PRINTABLE TEXT.  A BUDGET-LEDGER RECORD CARRIES THE
      *        CALL NUMBER OF THE CANDIDATE THAT MOVED IT.
           05  JRN-CALLNO              PIC 9(04).
           05  JRN-KEY                 PIC X(20).
           05  JRN-BEFORE-IMAGE        PIC X(100).
           05  JRN-AFTER-IMAGE         PIC X(100).

       01  JRN-TRL-RECORD.
           05  JRN-TRL-REC-TYPE        PIC X(01).
           05  JRN-TRL-PROGRAM-ID      PIC X(08).
           05  JRN-TRL-RUN-DATE        PIC 9(08).
           05  JRN-TRL-RUN-TIME        PIC 9(08).
           05  JRN-TRL-WRITTEN         PIC 9(07).
           05  JRN-TRL-EXPECTED        PIC 9(07).
           05  JRN-TRL-BALANCE-SW      PIC X(01).
               88  JRN-TRL-IN-BALANCE          VALUE 'Y'.
               88  JRN-TRL-OUT-OF-BALANCE      VALUE 'N'.
           05  JRN-TRL-END-RC          PIC 9(02).
           05  FILLER                  PIC X(233).
