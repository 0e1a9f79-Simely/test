      *****************************************************************
      *  JRNPARM.CPY                                                  *
      *  PARAMETER AREA FOR THE JRNWRT AUDIT-JOURNAL SUBPROGRAM.      *
      *  FUNCTIONS: 'O' OPEN THE JOURNAL FOR THE PROGRAM AND RUN DATE *
      *  GIVEN, STAMPING THE RUN WITH THE TIME OF DAY; 'W' WRITE ONE  *
      *  DETAIL FROM THE SOURCE, INITIALS, MASTER ID, ACTION, KEY AND *
      *  IMAGES; 'C' WRITE THE RUN'S TRAILER AND CLOSE - THE CALLER   *
      *  PASSES THE CHANGES ITS RUN COUNTS SHOW IN JRN-CTL-EXPECTED   *
      *  AND ITS RETURN CODE SO FAR, AND GETS BACK THE DETAILS        *
      *  WRITTEN AND JRN-CTL-IN-BALANCE WHEN THE TWO AGREE.           *
      *  JRN-CTL-RESULT COMES BACK 'Y' OR 'N'; 'N' MEANS THE JOURNAL  *
      *  ITSELF COULD NOT BE OPENED OR WRITTEN.                       *
      *****************************************************************
       01  JRN-CTL-PARM.
           05  JRN-CTL-FUNCTION        PIC X(01).
               88  JRN-CTL-OPEN                VALUE 'O'.
               88  JRN-CTL-WRITE               VALUE 'W'.
               88  JRN-CTL-CLOSE               VALUE 'C'.
           05  JRN-CTL-PROGRAM-ID      PIC X(08).
           05  JRN-CTL-RUN-DATE        PIC 9(08).
           05  JRN-CTL-SOURCE          PIC X(08).
           05  JRN-CTL-BATCH-ID        PIC X(06).
           05  JRN-CTL-INITS           PIC X(03).
           05  JRN-CTL-MASTER-ID       PIC X(08).
           05  JRN-CTL-ACTION          PIC X(01).
               88  JRN-CTL-ADD                 VALUE 'A'.
               88  JRN-CTL-CHANGE              VALUE 'C'.
               88  JRN-CTL-STATUS-CHANGE       VALUE 'S'.
               88  JRN-CTL-DELETE              VALUE 'D'.
           05  JRN-CTL-CALLNO          PIC 9(04).
           05  JRN-CTL-KEY             PIC X(20).
           05  JRN-CTL-BEFORE-IMAGE    PIC X(100).
           05  JRN-CTL-AFTER-IMAGE     PIC X(100).
           05  JRN-CTL-EXPECTED        PIC 9(07).
           05  JRN-CTL-END-RC          PIC 9(02).
           05  JRN-CTL-WRITTEN         PIC 9(07).
           05  JRN-CTL-BALANCE-SW      PIC X(01).
               88  JRN-CTL-IN-BALANCE          VALUE 'Y'.
               88  JRN-CTL-OUT-OF-BALANCE      VALUE 'N'.
           05  JRN-CTL-RESULT          PIC X(01).
               88  JRN-CTL-OK                  VALUE 'Y'.
               88  JRN-CTL-NOT-OK              VALUE 'N'.
