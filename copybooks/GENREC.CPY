      *****************************************************************
      *  GENREC.CPY                                                   *
      *  ONE RECORD IN THE DATED GENERATION STORE (GENSTOR, VSAM      *
      *  KSDS).  GENSAVE COPIES EACH NIGHT'S DRAW FILE AND SUMMARY    *
      *  TRAILER, AND LATER THE SAMPLE'S COMPLETED RESULTS FILE AND   *
      *  ITS PRICED VALUATION, IN HERE RECORD FOR RECORD UNDER THE    *
      *  SAMPLE'S RUN DATE, SO THE NEXT NIGHT'S OVERWRITE OF DRWOUT,  *
      *  SUMOUT, RSLTOUT AND VALUOUT NO LONGER LOSES THEM.  AUDITRPT, *
      *  SHELFWRK, DRWEXPT, CHKWRPT AND VALURPT READ A GENERATION     *
      *  BACK BY KEY TO REPRINT A RUN.                                *
      *  WHAT IS ON FILE FOR EACH RUN DATE, AND WHETHER IT IS STILL   *
      *  RETAINED, IS IN THE GENERATION INDEX (GIXREC).               *
      *                                                               *
      *  THE IMAGE IS THE RECORD EXACTLY AS IT STOOD - DRWREC,        *
      *  SUMREC, RSLTREC OR VALREC ACCORDING TO THE FILE ID -         *
      *  LEFT-JUSTIFIED AND SPACE-FILLED.  RECORD SEQUENCE NUMBERS    *
      *  RUN FROM 1 IN THE ORDER THE FILE WAS WRITTEN.                *
      *****************************************************************
       01  GEN-RECORD.
           05  GEN-KEY.
               10  GEN-RUN-DATE        PIC X(08).
               10  GEN-FILE-ID         PIC X(08).
                   88  GEN-DRWOUT              VALUE 'DRWOUT  '.
                   88  GEN-SUMOUT              VALUE 'SUMOUT  '.
                   88  GEN-RSLTOUT             VALUE 'RSLTOUT '.
                   88  GEN-VALUOUT             VALUE 'VALUOUT '.
               10  GEN-REC-SEQ         PIC 9(05).
           05  GEN-IMAGE               PIC X(100).
