      *****************************************************************
      *  CHNDEF.CPY                                                   *
      *  ONE RECORD PER STEP PER PREDECESSOR IN THE NIGHTLY CHAIN     *
      *  DEFINITION (CHNDEF), IN STEP-SEQUENCE ORDER.  A STEP WITH    *
      *  NO PREDECESSOR HAS ONE RECORD WITH THE PREDECESSOR BLANK; A  *
      *  STEP WITH SEVERAL HAS ONE RECORD FOR EACH, ALL UNDER THE     *
      *  SAME SEQUENCE NUMBER.  CHNCTL'S 'V' FUNCTION VERIFIES EVERY  *
      *  PREDECESSOR LISTED FOR THE CALLING STEP, SO RESEQUENCING     *
      *  THE CHAIN IS A CHANGE TO THIS FILE, NOT TO THE PROGRAMS.     *
      *  CHNSRPT READS IT TO PLAN A RESTART.                          *
      *                                                               *
      *  A TRAILER-DATED LINK ('T') IS ONE THE STEP VERIFIES FOR THE  *
      *  SAMPLE'S RUN DATE RATHER THAN ITS OWN - DISPCAPT AND         *
      *  ALTSUBST RUN DAYS AFTER THE DRAW - SO A RERUN OF THE         *
      *  PREDECESSOR'S NIGHT DOES NOT CARRY ACROSS IT.                *
      *                                                               *
      *  THE CHAIN AS FIRST DEFINED:                                  *
      *    010 CATUNLD                  060 DRWEXPT  SHELFWRK         *
      *    020 HELLOWLD CATUNLD         070 DISPCAPT DRWEXPT  T       *
      *    030 DRWEDIT  HELLOWLD        080 ALTSUBST DRWEXPT  T       *
      *    040 AUDITRPT DRWEDIT         090 FOLWUPD  DISPCAPT         *
      *    050 SHELFWRK AUDITRPT        100 LOSSEST  DISPCAPT         *
      *                                 110 VALURPT  FOLWUPD          *
      *  HELLO-WORLD VERIFIES ITS PREDECESSOR ONLY ON AN EXTRACT-     *
      *  SOURCE RUN; A LIVE RUN HAS NONE.                             *
      *****************************************************************
       01  CHD-RECORD.
           05  CHD-STEP-SEQ            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  CHD-JOB-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  CHD-PRED-JOB-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CHD-PRED-LINK           PIC X(01).
               88  CHD-SAME-NIGHT              VALUE ' ' 'N'.
               88  CHD-TRAILER-DATED           VALUE 'T'.
           05  FILLER                  PIC X(57).
