000310*                    BEFORE SORTING, AND POSTS ITS OWN START,   *
000320*                    COMPLETION, AND RETURN CODE THROUGH        *
000330*                    CHNCTL.                                    *
000331*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000332*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000333*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000334*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000335*                    NOT CLEAN.                                 *
000336*   10/15/2026  DJM  REPRINT BY RUN DATE - A PARM RUN DATE      *
000337*                    (YYYYMMDD) REPRINTS THAT RUN'S WORKSHEETS  *
000338*                    FROM THE DRAW FILE KEPT ON THE GENERATION  *
000339*                    STORE, RELEASED TO THE SORT BY AN INPUT    *
000340*                    PROCEDURE, WITH "REPRINT" AND THE RUN DATE *
000341*                    ON EVERY PAGE HEADING, WITHOUT CHAIN       *
000342*                    CONTROL.  A RUN NO LONGER RETAINED, OR     *
000343*                    NEVER SAVED, ENDS WITH RC 8 AND NO         *
000344*                    WORKSHEETS.                                *
000345*   10/15/2026  DJM  EACH SUBAREA'S WORKSHEET PAGE NOW PRINTS   *
000346*                    THE SUBAREA'S DESCRIPTION AND SHELVING     *
000347*                    LOCATION FROM THE SUBAREA REFERENCE MASTER *
000348*                    (SBAMAST) UNDER THE PAGE HEADING, MARKING  *
000349*                    A SUBAREA THAT IS MISSING THERE OR         *
000350*                    INACTIVE.                                  *
000351*****************************************************************

000352 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DRW-FILE ASSIGN TO DRWIN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-DRW-STATUS.

000401     SELECT GEN-FILE ASSIGN TO GENSTOR
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS GEN-KEY
000405         FILE STATUS IS WS-GEN-STATUS.

000410     SELECT SRT-FILE ASSIGN TO SORTWK01.

000420     SELECT WRK-FILE ASSIGN TO WRKOUT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-WRK-STATUS.

000441     SELECT SBA-FILE ASSIGN TO SBAMAST
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS SBA-KEY
000445         FILE STATUS IS WS-SBA-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DRW-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY DRWREC.

000502 FD  GEN-FILE
000504     LABEL RECORDS ARE STANDARD.
000506 COPY GENREC.

000510 SD  SRT-FILE.
000520 01  SRT-RECORD.
000530     05  SRT-SEQ-NO              PIC 9(03).
000650     LABEL RECORDS ARE STANDARD.
000660 01  WRK-LINE                    PIC X(80).

000662 FD  SBA-FILE
000664     LABEL RECORDS ARE STANDARD.
000666 COPY SBAREC.

000670 WORKING-STORAGE SECTION.

000680 01  WS-EOF-SWITCHES.
000710 01  WS-FILE-STATUSES.
000720     05  WS-DRW-STATUS            PIC X(02) VALUE '00'.
000730     05  WS-WRK-STATUS            PIC X(02) VALUE '00'.
000733     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.
000736     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
000740     05  WS-WRK-FAIL-SW           PIC X(01) VALUE 'N'.
000750         88  WS-WRK-FAILED                VALUE 'Y'.
000753     05  WS-GEN-FAIL-SW           PIC X(01) VALUE 'N'.
000756         88  WS-GEN-FAILED                VALUE 'Y'.

000760 01  WS-CHAIN-WORK.
000770     05  WS-CHN-RUN-DATE          PIC 9(08).
000790         88  WS-CHN-STARTED              VALUE 'Y'.
000800 COPY CHNPARM.

000801*****************************************************************
000802* REPRINT OF A RETAINED RUN FROM THE GENERATION STORE.  THE     *
000803* RECORD COUNTS COME FROM THE GENERATION INDEX THROUGH GENCTL;  *
000804* EACH FILE IS READ BACK BY KEY, RECORD 1 UP TO ITS COUNT.      *
000805*****************************************************************
000806 01  WS-REPRINT-WORK.
000807     05  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
000808         88  WS-REPRINT                   VALUE 'Y'.
000809     05  WS-REPRINT-DATE          PIC X(08).
000810     05  WS-GEN-FILE-ID           PIC X(08).
000811     05  WS-DRW-GEN-COUNT         PIC 9(05) VALUE 0.
000812     05  WS-DRW-GEN-SEQ           PIC 9(05) VALUE 0.
000813 COPY GENPARM.

000814 01  WS-BREAK-CONTROLS.
000820     05  WS-CUR-SUBAREA           PIC X(12) VALUE SPACES.
000830     05  WS-FIRST-PAGE-SW         PIC X(01) VALUE 'Y'.
000840         88  WS-FIRST-PAGE                VALUE 'Y'.
000940     05  WS-H-SUBAREA             PIC X(12).
000950     05  FILLER                   PIC X(07) VALUE '  PAGE '.
000960     05  WS-H-PAGE                PIC ZZ9.
000965     05  WS-H-REPRINT-TAG         PIC X(18) VALUE SPACES.

000970 01  WS-COLUMN-HEADING-LINE.
000980     05  FILLER                   PIC X(43)
001230     05  FILLER                   PIC X(18)
001240         VALUE 'DATE: ____________'.

001241*****************************************************************
001242* SUBAREA MASTER LOOKUP - THE DESCRIPTION AND SHELVING          *
001243* LOCATION PRINTED FROM SBAMAST.  THE LAST SUBAREA LOOKED UP IS *
001244* KEPT SO A RUN OF ONE SUBAREA IS READ ONLY ONCE.               *
001245*****************************************************************
001246 01  WS-SUBAREA-LOOKUP.
001247     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
001248         88  WS-SBA-IS-OPEN              VALUE 'Y'.
001249     05  WS-SBA-SEEK-SUBAREA      PIC X(12).
001250     05  WS-SBA-LAST-SUBAREA      PIC X(12) VALUE LOW-VALUES.

001251 01  WS-LOCATION-LINE.
001252     05  FILLER                   PIC X(02) VALUE SPACES.
001253     05  WS-L-DESCRIPTION         PIC X(30).
001254     05  FILLER                   PIC X(02) VALUE SPACES.
001255     05  WS-L-LOCATION            PIC X(29).
001256     05  FILLER                   PIC X(01) VALUE SPACES.
001257     05  WS-L-STATE               PIC X(10).

001258 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001259 LINKAGE SECTION.
001260 01  WS-PARM-AREA.
001261     05  WS-PARM-LEN              PIC S9(04) COMP.
001262     05  WS-PARM-DATA.
001263         10  WS-PARM-RUN-DATE     PIC X(08).

001264 PROCEDURE DIVISION USING WS-PARM-AREA.

001270*****************************************************************
001280* 0000-MAINLINE - SORT THE DRAW FILE INTO SHELF ORDER (SUBAREA, *
001290* THEN CALL NUMBER) AND PRINT THE WORKSHEETS OFF THE SORTED     *
001296* RECORDS.  A REPRINT RELEASES THE RUN'S DRAW FILE TO THE SORT  *
001302* FROM THE GENERATION STORE INSTEAD.                            *
001310*****************************************************************
001320 0000-MAINLINE.
001321     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
001322     IF WS-REPRINT
001323         PERFORM 1060-OPEN-GENERATIONS THRU 1060-EXIT
001324         GO TO 0000-OPEN-WORKSHEETS
001325     END-IF
001330     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
001340     MOVE 'V' TO CHN-CTL-FUNCTION
001350     MOVE 'SHELFWRK' TO CHN-CTL-JOB-ID
001360     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
001370     MOVE 0 TO CHN-CTL-RC
001380     CALL 'CHNCTL' USING CHN-CTL-PARM
001390     IF NOT CHN-CTL-OK
001400         DISPLAY 'SHELFWRK: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001410             ' NOT CLEAN - STEP HELD'
001420         MOVE 16 TO RETURN-CODE
001430         GO TO 9999-EXIT-PROGRAM
001440     END-IF
001500         MOVE 16 TO RETURN-CODE
001510         GO TO 9999-EXIT-PROGRAM
001520     END-IF
001526     SET WS-CHN-STARTED TO TRUE.
001532 0000-OPEN-WORKSHEETS.
001540     OPEN OUTPUT WRK-FILE
001550     IF WS-WRK-STATUS NOT = '00'
001560         DISPLAY 'SHELFWRK: WORKSHEET FILE OPEN FAILED, STATUS='
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 9999-EXIT-PROGRAM
001600     END-IF
001603     PERFORM 1700-OPEN-SUBAREA-MASTER THRU 1700-EXIT
001606     IF WS-REPRINT
001609         SORT SRT-FILE
001612             ON ASCENDING KEY SRT-SUBAREA
001615             ON ASCENDING KEY SRT-CALLNO
001618             INPUT PROCEDURE IS 2000-RELEASE-GENERATION
001621                 THRU 2000-EXIT
001624             OUTPUT PROCEDURE IS 3000-PRINT-WORKSHEETS
001627                 THRU 3000-EXIT
001630     ELSE
001633         SORT SRT-FILE
001636             ON ASCENDING KEY SRT-SUBAREA
001639             ON ASCENDING KEY SRT-CALLNO
001642             USING DRW-FILE
001645             OUTPUT PROCEDURE IS 3000-PRINT-WORKSHEETS
001648                 THRU 3000-EXIT
001651     END-IF
001654     IF WS-GEN-FAILED
001657         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT-PROGRAM
001663     END-IF
001670     IF WS-WRK-FAILED
001680         MOVE 16 TO RETURN-CODE
001690         GO TO 9999-EXIT-PROGRAM
001720     DISPLAY 'SHELFWRK: WORKSHEET PAGES . . . : ' WS-PAGE-COUNT
001730     GO TO 9999-EXIT-PROGRAM.

001731*****************************************************************
001732* 1050-LOAD-PARM - A PARM RUN DATE (YYYYMMDD) ASKS FOR A        *
001733* REPRINT OF THAT RUN FROM THE GENERATION STORE.  NO PARM IS    *
001734* THE NORMAL NIGHTLY RUN.                                       *
001735*****************************************************************
001736 1050-LOAD-PARM.
001737     IF WS-PARM-LEN = 0
001738         GO TO 1050-EXIT
001739     END-IF
001740     IF WS-PARM-LEN < 8
001741         OR WS-PARM-RUN-DATE NOT NUMERIC
001742         OR WS-PARM-RUN-DATE = '00000000'
001743         DISPLAY 'SHELFWRK: PARM MUST BE A RUN DATE, YYYYMMDD'
001744         MOVE 16 TO RETURN-CODE
001745         GO TO 9999-EXIT-PROGRAM
001746     END-IF
001747     SET WS-REPRINT TO TRUE
001748     MOVE WS-PARM-RUN-DATE TO WS-REPRINT-DATE.
001749 1050-EXIT.
001750     EXIT.

001751*****************************************************************
001752* 1060-OPEN-GENERATIONS - CONFIRM THE RUN'S DRAW FILE IS STILL  *
001753* RETAINED, THEN OPEN THE GENERATION STORE.  A REPRINT IS NOT A *
001754* CHAIN STEP: IT NEITHER VERIFIES NOR POSTS THROUGH CHNCTL.     *
001755*****************************************************************
001756 1060-OPEN-GENERATIONS.
001757     MOVE 'DRWOUT  ' TO WS-GEN-FILE-ID
001758     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001759     MOVE GEN-CTL-REC-COUNT TO WS-DRW-GEN-COUNT
001760     OPEN INPUT GEN-FILE
001761     IF WS-GEN-STATUS NOT = '00'
001762         DISPLAY 'SHELFWRK: GENERATION STORE OPEN FAILED, STATUS='
001763             WS-GEN-STATUS
001764         MOVE 16 TO RETURN-CODE
001765         GO TO 9999-EXIT-PROGRAM
001766     END-IF
001767     STRING '  REPRINT ' WS-REPRINT-DATE
001768         DELIMITED BY SIZE INTO WS-H-REPRINT-TAG.
001769 1060-EXIT.
001770     EXIT.

001771*****************************************************************
001772* 1070-CHECK-GENERATION - A RUN PURGED FROM THE STORE, OR A     *
001773* FILE NEVER SAVED FOR IT, ENDS THE STEP WITH RC 8 BEFORE ANY   *
001774* OUTPUT IS OPENED, SO NO EMPTY REPORT IS EVER PRINTED FOR IT.  *
001775*****************************************************************
001776 1070-CHECK-GENERATION.
001777     MOVE 'C' TO GEN-CTL-FUNCTION
001778     MOVE WS-REPRINT-DATE TO GEN-CTL-RUN-DATE
001779     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
001780     CALL 'GENCTL' USING GEN-CTL-PARM
001781     IF NOT GEN-CTL-OK
001782         DISPLAY 'SHELFWRK: GENERATION INDEX CHECK FAILED'
001783         MOVE 16 TO RETURN-CODE
001784         GO TO 9999-EXIT-PROGRAM
001785     END-IF
001786     IF GEN-CTL-PURGED
001787         DISPLAY 'SHELFWRK: RUN DATE ' WS-REPRINT-DATE
001788             ' IS NO LONGER RETAINED - PURGED '
001789             GEN-CTL-PURGED-DATE
001790         MOVE 8 TO RETURN-CODE
001791         GO TO 9999-EXIT-PROGRAM
001792     END-IF
001793     IF GEN-CTL-NEVER-SAVED
001794         DISPLAY 'SHELFWRK: NO ' WS-GEN-FILE-ID
001795             ' GENERATION WAS SAVED FOR RUN DATE ' WS-REPRINT-DATE
001796         MOVE 8 TO RETURN-CODE
001797         GO TO 9999-EXIT-PROGRAM
001798     END-IF.
001799 1070-EXIT.
001800     EXIT.

001801*****************************************************************
001802* 1700-OPEN-SUBAREA-MASTER - NO SUBAREA MASTER YET ONLY DROPS   *
001803* THE DESCRIPTION LINES; ANY OTHER OPEN FAILURE ENDS THE STEP.  *
001804*****************************************************************
001805 1700-OPEN-SUBAREA-MASTER.
001806     OPEN INPUT SBA-FILE
001807     IF WS-SBA-STATUS = '00'
001808         SET WS-SBA-IS-OPEN TO TRUE
001809         GO TO 1700-EXIT
001810     END-IF
001811     IF WS-SBA-STATUS = '35'
001812         DISPLAY 'SHELFWRK: NO SUBAREA MASTER YET - DESCRIPTIONS '
001813             'NOT PRINTED'
001814         GO TO 1700-EXIT
001815     END-IF
001816     DISPLAY 'SHELFWRK: SUBAREA MASTER OPEN FAILED, STATUS='
001817         WS-SBA-STATUS
001818     MOVE 16 TO RETURN-CODE
001819     GO TO 9999-EXIT-PROGRAM.
001820 1700-EXIT.
001821     EXIT.

001822*****************************************************************
001823* 1900-CHECK-WRK-STATUS - CALLED AFTER EVERY WRITE WRK-LINE.    *
001824* THIS RUNS INSIDE THE SORT OUTPUT PROCEDURE, WHERE A GO TO     *
001825* OUT TO THE ERROR EXIT WOULD LEAVE THE SORT HANGING - SO A     *
001826* FAILURE ONLY RAISES THE ERROR SWITCH AND FORCES END-OF-FILE   *
001827* ON THE RETURN LOOP; 0000-MAINLINE TAKES THE ERROR EXIT AFTER  *
001828* THE SORT STATEMENT COMPLETES NORMALLY.                        *
001829*****************************************************************
001830 1900-CHECK-WRK-STATUS.
001831     IF WS-WRK-STATUS NOT = '00'
001840         AND NOT WS-WRK-FAILED
001850         DISPLAY 'SHELFWRK: WORKSHEET WRITE FAILED, STATUS='
001860             WS-WRK-STATUS
001880         SET WS-SRT-EOF TO TRUE
001890     END-IF.
001900 1900-EXIT.
001901     EXIT.

001902*****************************************************************
001903* 2000-RELEASE-GENERATION - SORT INPUT PROCEDURE FOR A REPRINT: *
001904* RELEASE THE RUN'S SAVED DRAW RECORDS IN THE ORDER THEY WERE   *
001905* WRITTEN.  A READ FAILURE RAISES THE ERROR SWITCH AND STOPS    *
001906* THE RELEASES, FOR THE SAME REASON 1900 DOES NOT GO TO THE     *
001907* ERROR EXIT; 0000-MAINLINE TAKES IT AFTER THE SORT.            *
001908*****************************************************************
001909 2000-RELEASE-GENERATION.
001910     PERFORM 2100-RELEASE-ONE-DRAW THRU 2100-EXIT
001911         VARYING WS-DRW-GEN-SEQ FROM 1 BY 1
001912         UNTIL WS-DRW-GEN-SEQ > WS-DRW-GEN-COUNT
001913            OR WS-GEN-FAILED.
001914 2000-EXIT.
001915     EXIT.

001916 2100-RELEASE-ONE-DRAW.
001917     MOVE WS-REPRINT-DATE TO GEN-RUN-DATE
001918     MOVE 'DRWOUT  ' TO GEN-FILE-ID
001919     MOVE WS-DRW-GEN-SEQ TO GEN-REC-SEQ
001920     READ GEN-FILE
001921     IF WS-GEN-STATUS NOT = '00'
001922         DISPLAY 'SHELFWRK: GENERATION READ FAILED, STATUS='
001923             WS-GEN-STATUS ' KEY ' GEN-KEY
001924         SET WS-GEN-FAILED TO TRUE
001925         GO TO 2100-EXIT
001926     END-IF
001927     MOVE GEN-IMAGE TO SRT-RECORD
001928     RELEASE SRT-RECORD.
001929 2100-EXIT.
001930     EXIT.

001931*****************************************************************
001932* 3000-PRINT-WORKSHEETS - RETURN THE SORTED RECORDS AND DRIVE   *
001940* THE SUBAREA CONTROL BREAK.  EACH SUBAREA GETS ITS OWN PAGE    *
001950* WITH A SIGN-OFF FOOT SO THE SIGNED SHEET CAN GO IN THE AUDIT  *
001960* FILE.                                                         *
002680     IF WS-WRK-FAILED
002690         GO TO 3300-EXIT
002700     END-IF
002701     MOVE SRT-SUBAREA TO WS-SBA-SEEK-SUBAREA
002702     PERFORM 7000-PRINT-SUBAREA-LOCATION THRU 7000-EXIT
002703     IF WS-WRK-FAILED
002704         GO TO 3300-EXIT
002705     END-IF
002710     WRITE WRK-LINE FROM WS-COLUMN-HEADING-LINE
002720     PERFORM 1900-CHECK-WRK-STATUS THRU 1900-EXIT
002730     IF WS-WRK-FAILED
002990 3400-EXIT.
003000     EXIT.

003001*****************************************************************
003002* 7000-PRINT-SUBAREA-LOCATION - THE DESCRIPTION, LOCATION AND   *
003003* STATE OF WS-SBA-SEEK-SUBAREA, FROM THE SUBAREA MASTER.        *
003004*****************************************************************
003005 7000-PRINT-SUBAREA-LOCATION.
003006     IF NOT WS-SBA-IS-OPEN
003007         GO TO 7000-EXIT
003008     END-IF
003009     IF WS-SBA-SEEK-SUBAREA NOT = WS-SBA-LAST-SUBAREA
003010         PERFORM 7100-LOOK-UP-SUBAREA THRU 7100-EXIT
003011     END-IF
003012     IF WS-WRK-FAILED
003013         GO TO 7000-EXIT
003014     END-IF
003015     WRITE WRK-LINE FROM WS-LOCATION-LINE
003016     PERFORM 1900-CHECK-WRK-STATUS THRU 1900-EXIT.
003017 7000-EXIT.
003018     EXIT.

003019*****************************************************************
003020* 7100-LOOK-UP-SUBAREA - A SUBAREA MISSING FROM THE MASTER      *
003021* PRINTS AS SUCH, AND AN INACTIVE ONE IS MARKED.  A READ        *
003022* FAILURE RAISES THE WORKSHEET ERROR SWITCH, AS 1900 DOES,      *
003023* SINCE THIS RUNS INSIDE THE SORT OUTPUT PROCEDURE.             *
003024*****************************************************************
003025 7100-LOOK-UP-SUBAREA.
003026     MOVE WS-SBA-SEEK-SUBAREA TO WS-SBA-LAST-SUBAREA
003027     MOVE SPACES TO WS-L-DESCRIPTION
003028     MOVE SPACES TO WS-L-LOCATION
003029     MOVE SPACES TO WS-L-STATE
003030     MOVE WS-SBA-SEEK-SUBAREA TO SBA-SUBAREA
003031     READ SBA-FILE
003032     IF WS-SBA-STATUS = '23'
003033         MOVE '** NOT ON SUBAREA MASTER **' TO WS-L-DESCRIPTION
003034         GO TO 7100-EXIT
003035     END-IF
003036     IF WS-SBA-STATUS NOT = '00'
003037         DISPLAY 'SHELFWRK: SUBAREA MASTER READ FAILED, STATUS='
003038             WS-SBA-STATUS
003039         SET WS-WRK-FAILED TO TRUE
003040         SET WS-SRT-EOF TO TRUE
003041         GO TO 7100-EXIT
003042     END-IF
003043     MOVE SBA-DESCRIPTION TO WS-L-DESCRIPTION
003044     STRING 'FLOOR ' SBA-FLOOR ' RANGES ' SBA-RANGES
003045         DELIMITED BY SIZE INTO WS-L-LOCATION
003046     IF SBA-INACTIVE
003047         MOVE '(INACTIVE)' TO WS-L-STATE
003048     END-IF.
003049 7100-EXIT.
003050     EXIT.

003051 9999-EXIT-PROGRAM.
003052     IF WS-CHN-STARTED
003053         MOVE 'E' TO CHN-CTL-FUNCTION
003054         MOVE 'SHELFWRK' TO CHN-CTL-JOB-ID
003055         MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
003060         MOVE RETURN-CODE TO CHN-CTL-RC
003070         CALL 'CHNCTL' USING CHN-CTL-PARM
003080     END-IF
003090     CLOSE WRK-FILE
003092     CLOSE GEN-FILE
003094     IF WS-SBA-IS-OPEN
003096         CLOSE SBA-FILE
003098     END-IF
003100     STOP RUN.
