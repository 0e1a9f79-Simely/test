      *****************************************************************
      *  BATPARM.CPY                                                  *
      *  PARAMETER AREA FOR THE BATCTL BATCH-REGISTER SUBPROGRAM.     *
      *  FUNCTIONS: 'C' CHECK WHETHER THE BATCH ID IN BAT-CTL-        *
      *  BATCH-ID HAS ALREADY BEEN APPLIED FROM THE FILE NAMED IN     *
      *  BAT-CTL-FILE-ID (BAT-CTL-DUPLICATE COMES BACK SET, WITH THE  *
      *  DATE IT WAS APPLIED), 'P' POST THE BATCH AS APPLIED WITH     *
      *  ITS TOTALS.  BAT-CTL-RESULT COMES BACK 'Y' OR 'N'.           *
      *****************************************************************
       01  BAT-CTL-PARM.
           05  BAT-CTL-FUNCTION        PIC X(01).
               88  BAT-CTL-CHECK               VALUE 'C'.
               88  BAT-CTL-POST                VALUE 'P'.
           05  BAT-CTL-FILE-ID         PIC X(08).
           05  BAT-CTL-BATCH-ID        PIC X(06).
           05  BAT-CTL-JOB-ID          PIC X(08).
           05  BAT-CTL-RUN-DATE        PIC 9(08).
           05  BAT-CTL-REC-COUNT       PIC 9(03).
           05  BAT-CTL-HASH-TOTAL      PIC 9(05).
           05  BAT-CTL-APPLIED-DATE    PIC 9(08).
           05  BAT-CTL-DUP-SW          PIC X(01).
               88  BAT-CTL-DUPLICATE           VALUE 'Y'.
           05  BAT-CTL-RESULT          PIC X(01).
               88  BAT-CTL-OK                  VALUE 'Y'.
               88  BAT-CTL-NOT-OK              VALUE 'N'.
