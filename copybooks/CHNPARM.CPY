      *  CHNPARM.CPY                                                  *
      *  PARAMETER AREA FOR THE CHNCTL CHAIN-CONTROL SUBPROGRAM.      *
      *  FUNCTIONS: 'S' POST THE CALLER'S START, 'E' POST ITS END     *
      *  WITH THE RETURN CODE IN CHN-CTL-RC, 'V' VERIFY THAT EVERY    *
      *  PREDECESSOR THE CHAIN DEFINITION (CHNDEF) LISTS FOR THE JOB  *
      *  NAMED IN CHN-CTL-JOB-ID - THE CALLER ITSELF - COMPLETED      *
      *  CLEANLY (RC 04 OR BETTER) FOR THE RUN DATE, THE DAY BEFORE   *
      *  (AN EVENING STEP VERIFIED BY AN AFTER-MIDNIGHT CALLER), OR   *
      *  THE DAY AFTER (A TRAILER-DATED VERIFY OF A CHAIN WHOSE TAIL  *
      *  STEPS CROSSED MIDNIGHT).  CHN-CTL-RESULT COMES BACK 'Y' OR   *
      *  'N'; ON A 'V' THAT FAILS, CHN-CTL-PRED-JOB-ID NAMES THE      *
      *  PREDECESSOR NOT CLEAN (BLANK WHEN THE CALLER IS NOT IN THE   *
      *  DEFINITION).                                                 *
      *****************************************************************
       01  CHN-CTL-PARM.
           05  CHN-CTL-FUNCTION        PIC X(01).
           05  CHN-CTL-RESULT          PIC X(01).
               88  CHN-CTL-OK                  VALUE 'Y'.
               88  CHN-CTL-NOT-OK              VALUE 'N'.
           05  CHN-CTL-PRED-JOB-ID     PIC X(08).
