      *****************************************************************
      *  ARCREC.CPY                                                   *
      *  ONE RECORD IN THE DATED RETENTION ARCHIVE WRITTEN BY MSTPURG *
      *  AND READ BACK BY MSTRELD.  EACH PURGED MASTER GETS ITS OWN   *
      *  SECTION: A HEADER (SECOND 01 BELOW) WITH THE ARCHIVE DATE    *
      *  AND THE RETENTION CUTOFF, ONE DATA RECORD PER PURGED MASTER  *
      *  RECORD CARRYING ITS FULL IMAGE, AND A TRAILER WITH THE       *
      *  SECTION'S RECORD COUNT AND CALL-NUMBER HASH TOTAL SO A       *
      *  RELOAD CAN REFUSE A TRUNCATED GENERATION.                    *
      *                                                               *
      *  THE IMAGE IS THE MASTER RECORD EXACTLY AS IT STOOD - FUPREC, *
      *  REPREC, OR RSLHREC ACCORDING TO THE MASTER ID - LEFT-        *
      *  JUSTIFIED AND SPACE-FILLED.                                  *
      *****************************************************************
       01  ARC-RECORD.
           05  ARC-REC-TYPE            PIC X(01).
               88  ARC-HEADER                  VALUE 'H'.
               88  ARC-DATA                    VALUE 'D'.
               88  ARC-TRAILER                 VALUE 'T'.
           05  ARC-MASTER-ID           PIC X(08).
               88  ARC-FUPMAST                 VALUE 'FUPMAST '.
               88  ARC-REPMAST                 VALUE 'REPMAST '.
               88  ARC-RSLTHIST                VALUE 'RSLTHIST'.
      *        THE MASTER KEY, LEFT-JUSTIFIED: CALL NUMBER, PLUS THE
      *        RUN DATE FOR RSLTHIST (SPACES FOR THE OTHER TWO).
           05  ARC-KEY.
               10  ARC-CALLNO          PIC 9(04).
               10  ARC-KEY-RUN-DATE    PIC X(08).
           05  ARC-IMAGE               PIC X(100).

       01  ARC-CTL-RECORD.
           05  ARC-CTL-REC-TYPE        PIC X(01).
           05  ARC-CTL-MASTER-ID       PIC X(08).
           05  ARC-CTL-ARCHIVE-DATE    PIC 9(08).
           05  ARC-CTL-CUTOFF-DATE     PIC 9(08).
           05  ARC-CTL-RETAIN-DAYS     PIC 9(04).
           05  ARC-CTL-REC-COUNT       PIC 9(07).
           05  ARC-CTL-HASH-TOTAL      PIC 9(09).
           05  FILLER                  PIC X(76).
