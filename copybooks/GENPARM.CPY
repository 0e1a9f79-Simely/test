      *****************************************************************
      *  GENPARM.CPY                                                  *
      *  PARAMETER AREA FOR THE GENCTL GENERATION-INDEX SUBPROGRAM.   *
      *  FUNCTIONS: 'C' CHECK WHETHER THE FILE NAMED IN GEN-CTL-      *
      *  FILE-ID (DRWOUT, SUMOUT, RSLTOUT OR VALUOUT) IS RETAINED FOR *
      *  THE RUN DATE - GEN-CTL-STATE COMES BACK RETAINED WITH THE    *
      *  RECORD COUNT AND JOB ID, PURGED WITH THE DATE IT WENT, OR    *
      *  NEVER SAVED; 'P' POST THE FILE AS SAVED FOR THE RUN DATE     *
      *  WITH ITS RECORD COUNT; 'X' MARK THE WHOLE RUN DATE PURGED ON *
      *  GEN-CTL-PURGED-DATE, EVERY FILE'S COUNT GOING TO ZERO (THE   *
      *  CALLER HAS ALREADY DELETED THE STORE RECORDS; GEN-CTL-FILE-  *
      *  ID IS NOT USED).  GEN-CTL-RESULT COMES BACK 'Y' OR 'N'; 'N'  *
      *  MEANS THE INDEX ITSELF COULD NOT BE READ OR UPDATED.         *
      *****************************************************************
       01  GEN-CTL-PARM.
           05  GEN-CTL-FUNCTION        PIC X(01).
               88  GEN-CTL-CHECK               VALUE 'C'.
               88  GEN-CTL-POST                VALUE 'P'.
               88  GEN-CTL-PURGE               VALUE 'X'.
           05  GEN-CTL-RUN-DATE        PIC X(08).
           05  GEN-CTL-FILE-ID         PIC X(08).
           05  GEN-CTL-JOB-ID          PIC X(08).
           05  GEN-CTL-REC-COUNT       PIC 9(05).
           05  GEN-CTL-PURGED-DATE     PIC 9(08).
           05  GEN-CTL-STATE           PIC X(01).
               88  GEN-CTL-RETAINED            VALUE 'R'.
               88  GEN-CTL-PURGED              VALUE 'P'.
               88  GEN-CTL-NEVER-SAVED         VALUE 'N'.
           05  GEN-CTL-RESULT          PIC X(01).
               88  GEN-CTL-OK                  VALUE 'Y'.
               88  GEN-CTL-NOT-OK              VALUE 'N'.
