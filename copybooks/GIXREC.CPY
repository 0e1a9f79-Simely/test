      *****************************************************************
      *  GIXREC.CPY                                                   *
      *  ONE RECORD PER SAMPLE RUN DATE IN THE GENERATION INDEX       *
      *  (GENINDX, VSAM KSDS) OVER THE GENERATION STORE (GENREC).     *
      *  EACH OF THE FOUR FILES KEPT FOR A RUN HAS ITS OWN SLOT -     *
      *  1 DRWOUT, 2 SUMOUT, 3 RSLTOUT, 4 VALUOUT - WITH THE DATE IT  *
      *  WAS SAVED AND ITS RECORD COUNT; A ZERO COUNT MEANS THAT FILE *
      *  IS NOT ON THE STORE FOR THE RUN.  GENPURG MARKS A RUN PURGED *
      *  WHEN ITS RETENTION RUNS OUT, ZEROING EVERY SLOT, BUT KEEPS   *
      *  THE INDEX RECORD, SO A REPRINT REQUEST FOR IT IS TOLD WHEN   *
      *  IT WENT RATHER THAN THAT IT NEVER EXISTED.  MAINTAINED       *
      *  THROUGH GENCTL.                                              *
      *****************************************************************
       01  GIX-RECORD.
           05  GIX-KEY.
               10  GIX-RUN-DATE        PIC X(08).
           05  GIX-JOB-ID              PIC X(08).
           05  GIX-STATE               PIC X(01).
               88  GIX-RETAINED                VALUE 'R'.
               88  GIX-PURGED                  VALUE 'P'.
           05  GIX-PURGED-DATE         PIC 9(08).
           05  GIX-FILE-ENTRY OCCURS 4 TIMES.
               10  GIX-FILE-ID         PIC X(08).
               10  GIX-SAVED-DATE      PIC 9(08).
               10  GIX-SAVED-TIME      PIC 9(08).
               10  GIX-REC-COUNT       PIC 9(05).
