      *****************************************************************
      *  ESTREC.CPY                                                   *
      *  ONE LOSS-RATE ESTIMATE RECORD PER SUBAREA PER RUN, PLUS ONE  *
      *  COLLECTION-WIDE RECORD, IN THE SEQUENTIAL ESTIMATE HISTORY   *
      *  FILE.  APPENDED BY LOSSEST AFTER EVERY COMPLETED AUDIT SO    *
      *  THE QUARTERLY REVIEW CAN TRACK THE PROJECTED MISSING,        *
      *  MISSHELVED, AND DAMAGED COUNTS AND THEIR 95 PERCENT          *
      *  CONFIDENCE RANGES RUN OVER RUN.                              *
      *                                                               *
      *  CATEGORY 1 IS MISSING, 2 MISSHELVED, 3 DAMAGED.  A RERUN OF  *
      *  THE SAME RUN DATE APPENDS A FRESH SET - THE LAST SET FOR A   *
      *  RUN DATE IS THE ONE THAT STANDS.                             *
      *****************************************************************
       01  EST-RECORD.
           05  EST-RUN-DATE            PIC X(08).
           05  EST-JOB-ID              PIC X(08).
           05  EST-SAMPLE-MODE         PIC X(01).
               88  EST-MODE-FLAT               VALUE 'F'.
               88  EST-MODE-STRATIFIED         VALUE 'S'.
           05  EST-LEVEL               PIC X(01).
               88  EST-LEVEL-SUBAREA           VALUE 'S'.
               88  EST-LEVEL-COLLECTION        VALUE 'C'.
           05  EST-SUBAREA             PIC X(12).
           05  EST-CATALOG-ROWS        PIC 9(08).
           05  EST-CHECKED-DRAWS       PIC 9(03).
      *        STRATUM WEIGHT - THE SUBAREA'S SHARE OF THE CATALOG
      *        ROWS.  1.000000 ON THE COLLECTION RECORD.
           05  EST-WEIGHT              PIC 9V9(06).
      *        TOO FEW CHECKED DRAWS FOR A TRUSTWORTHY RANGE - THE
      *        FIGURES ARE CARRIED BUT SHOULD NOT BE QUOTED ALONE.
           05  EST-FEW-DRAWS-SW        PIC X(01).
               88  EST-FEW-DRAWS               VALUE 'Y'.
           05  EST-CATEGORY            OCCURS 3 TIMES.
               10  EST-SAMPLE-COUNT    PIC 9(03).
               10  EST-RATE            PIC 9V9(06).
               10  EST-PROJECTED       PIC 9(08).
               10  EST-LOW             PIC 9(08).
               10  EST-HIGH            PIC 9(08).
