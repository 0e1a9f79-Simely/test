000200*                    BEFORE VALUING, AND POSTS ITS OWN START,   *
000210*                    COMPLETION, AND RETURN CODE THROUGH        *
000220*                    CHNCTL.                                    *
000221*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000222*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000223*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000224*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000225*                    NOT CLEAN.                                 *
000226*   10/15/2026  DJM  REPRINT BY RUN DATE - A PARM RUN DATE      *
000227*                    (YYYYMMDD) REPRINTS THAT RUN FROM THE      *
000228*                    RUN'S OWN PRICED VALUATION (VALUOUT) KEPT  *
000229*                    ON THE GENERATION STORE, MARKED AS A       *
000230*                    REPRINT ON THE HEADING, WITHOUT CHAIN      *
000231*                    CONTROL, SO THE FINDINGS AND COSTS ARE     *
000232*                    THOSE REPORTED ON THE NIGHT.  A RUN NO     *
000233*                    LONGER RETAINED, OR NEVER SAVED, ENDS WITH *
000234*                    RC 8 AND NO REPORT.                        *
000236*   10/15/2026  DJM  EACH SUBAREA LINE NOW PRINTS THE SUBAREA'S *
000237*                    DESCRIPTION AND SHELVING LOCATION FROM THE *
000238*                    SUBAREA REFERENCE MASTER (SBAMAST),        *
000239*                    MARKING A SUBAREA THAT IS MISSING THERE OR *
000240*                    INACTIVE.                                  *
000241*   10/15/2026  DJM  THE NIGHTLY RUN WRITES EVERY RESULT LINE   *
000242*                    WITH THE COST IT WAS PRICED AT TO VALOUT,  *
000243*                    VALREC COPYBOOK, WHICH GENSAVE KEEPS AS    *
000244*                    THE VALUOUT GENERATION THE REPRINT IS      *
000245*                    BUILT FROM; A REPRINT NEVER READS          *
000246*                    ACQUISITIONS.                              *
000248*****************************************************************

000249 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RSLT-FILE ASSIGN TO RSLTIN
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-RSLT-STATUS.

000291     SELECT VAL-FILE ASSIGN TO VALOUT
000292         ORGANIZATION IS SEQUENTIAL
000293         FILE STATUS IS WS-VAL-STATUS.

000294     SELECT GEN-FILE ASSIGN TO GENSTOR
000295         ORGANIZATION IS INDEXED
000296         ACCESS MODE IS RANDOM
000297         RECORD KEY IS GEN-KEY
000298         FILE STATUS IS WS-GEN-STATUS.

000300     SELECT RPT-FILE ASSIGN TO RPTOUT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-RPT-STATUS.

000321     SELECT SBA-FILE ASSIGN TO SBAMAST
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS SBA-KEY
000325         FILE STATUS IS WS-SBA-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RSLT-FILE
000370     LABEL RECORDS ARE STANDARD.
000380 COPY RSLTREC.

000381 FD  VAL-FILE
000382     RECORDING MODE IS F
000383     LABEL RECORDS ARE STANDARD.
000384 COPY VALREC.

000385 FD  GEN-FILE
000386     LABEL RECORDS ARE STANDARD.
000387 COPY GENREC.

000390 FD  RPT-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  RPT-LINE                    PIC X(80).

000422 FD  SBA-FILE
000424     LABEL RECORDS ARE STANDARD.
000426 COPY SBAREC.

000430 WORKING-STORAGE SECTION.

000440 01  WS-EOF-SWITCHES.
000470 01  WS-FILE-STATUSES.
000480     05  WS-RSLT-STATUS           PIC X(02) VALUE '00'.
000490     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000492     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.
000494     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
000496     05  WS-VAL-STATUS            PIC X(02) VALUE '00'.

000500*****************************************************************
000510* EXPOSURE ACCUMULATORS - ONE ENTRY PER SUBAREA SEEN AMONG THE  *
000660         88  WS-CHN-STARTED              VALUE 'Y'.
000670 COPY CHNPARM.

000671*****************************************************************
000672* REPRINT OF A RETAINED RUN FROM ITS PRICED VALUATION ON THE    *
000673* GENERATION STORE.  THE RECORD COUNT COMES FROM THE GENERATION *
000674* INDEX THROUGH GENCTL; THE FILE IS READ BACK BY KEY, RECORD 1  *
000675* UP TO ITS COUNT.                                              *
000676*****************************************************************
000677 01  WS-REPRINT-WORK.
000678     05  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
000679         88  WS-REPRINT                   VALUE 'Y'.
000680     05  WS-REPRINT-DATE          PIC X(08).
000681     05  WS-GEN-FILE-ID           PIC X(08).
000682     05  WS-VAL-GEN-COUNT         PIC 9(05) VALUE 0.
000683     05  WS-VAL-GEN-SEQ           PIC 9(05) VALUE 0.
000684 COPY GENPARM.

000685 01  WS-VALUATION-WORK.
000690     05  WS-RESULTS-READ          PIC 9(03) VALUE 0.
000700     05  WS-ITEMS-VALUED          PIC 9(03) VALUE 0.
000710     05  WS-NO-COST-CT            PIC 9(03) VALUE 0.
000712     05  WS-VAL-WRITTEN           PIC 9(03) VALUE 0.
000714     05  WS-COST-SW               PIC X(01) VALUE 'Y'.
000716         88  WS-COST-ON-FILE              VALUE 'Y'.
000720     05  WS-MATCH-SW              PIC X(01) VALUE 'N'.
000730         88  WS-SUBAREA-MATCHED           VALUE 'Y'.
000740     05  WS-GRAND-MISS-COST       PIC S9(09)V99 COMP-3 VALUE 0.
000860 01  WS-HEADING-LINE-1.
000870     05  FILLER                   PIC X(42)
000880         VALUE 'FINANCIAL EXPOSURE REPORT - SHELF AUDIT'.
000881     05  WS-H1-REPRINT-TAG        PIC X(09) VALUE SPACES.

000882 01  WS-REPRINT-LINE.
000883     05  FILLER                   PIC X(20)
000884         VALUE 'REPRINT OF RUN DATE '.
000885     05  WS-R-RUN-DATE            PIC X(08).

000890 01  WS-COLUMN-HEADING-LINE.
000900     05  FILLER                   PIC X(14) VALUE 'SUBAREA'.
001160         VALUE 'ITEMS WITH NO ACQUISITIONS COST: '.
001170     05  WS-N-COUNT               PIC ZZ9.

001171*****************************************************************
001172* SUBAREA MASTER LOOKUP - THE DESCRIPTION AND SHELVING          *
001173* LOCATION PRINTED FROM SBAMAST.  THE LAST SUBAREA LOOKED UP IS *
001174* KEPT SO A RUN OF ONE SUBAREA IS READ ONLY ONCE.               *
001175*****************************************************************
001176 01  WS-SUBAREA-LOOKUP.
001177     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
001178         88  WS-SBA-IS-OPEN              VALUE 'Y'.
001179     05  WS-SBA-SEEK-SUBAREA      PIC X(12).
001180     05  WS-SBA-LAST-SUBAREA      PIC X(12) VALUE LOW-VALUES.

001181 01  WS-LOCATION-LINE.
001182     05  FILLER                   PIC X(02) VALUE SPACES.
001183     05  WS-L-DESCRIPTION         PIC X(30).
001184     05  FILLER                   PIC X(02) VALUE SPACES.
001185     05  WS-L-LOCATION            PIC X(29).
001186     05  FILLER                   PIC X(01) VALUE SPACES.
001187     05  WS-L-STATE               PIC X(10).

001188 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001189 LINKAGE SECTION.
001190 01  WS-PARM-AREA.
001191     05  WS-PARM-LEN              PIC S9(04) COMP.
001192     05  WS-PARM-DATA.
001193         10  WS-PARM-RUN-DATE     PIC X(08).

001194 PROCEDURE DIVISION USING WS-PARM-AREA.

001200*****************************************************************
001210* 0000-MAINLINE - ACCUMULATE REPLACEMENT COST FOR EVERY         *
001300         WS-RESULTS-READ
001310     DISPLAY 'VALURPT: ITEMS VALUED . . . . . : '
001320         WS-ITEMS-VALUED
001322     IF NOT WS-REPRINT
001324         DISPLAY 'VALURPT: VALUATION LINES WRITTEN: '
001326             WS-VAL-WRITTEN
001328     END-IF
001330     GO TO 9999-EXIT-PROGRAM.

001340*****************************************************************
001345* 1000-INITIALIZE-RUN - OPEN THE FILES AND PRIME THE READ.  A   *
001350* REPRINT READS THE RUN'S PRICED VALUATION BACK FROM THE        *
001355* GENERATION STORE.                                             *
001360*****************************************************************
001370 1000-INITIALIZE-RUN.
001371     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
001372     IF WS-REPRINT
001373         PERFORM 1060-OPEN-GENERATIONS THRU 1060-EXIT
001374         GO TO 1000-OPEN-REPORT
001375     END-IF
001380     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
001390     MOVE 'V' TO CHN-CTL-FUNCTION
001400     MOVE 'VALURPT ' TO CHN-CTL-JOB-ID
001410     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
001420     MOVE 0 TO CHN-CTL-RC
001430     CALL 'CHNCTL' USING CHN-CTL-PARM
001440     IF NOT CHN-CTL-OK
001450         DISPLAY 'VALURPT: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001460             ' NOT CLEAN - STEP HELD'
001470         MOVE 16 TO RETURN-CODE
001480         GO TO 9999-EXIT-PROGRAM
001490     END-IF
001630         MOVE 16 TO RETURN-CODE
001640         GO TO 9999-EXIT-PROGRAM
001650     END-IF
001651     OPEN OUTPUT VAL-FILE
001652     IF WS-VAL-STATUS NOT = '00'
001653         DISPLAY 'VALURPT: VALUATION FILE OPEN FAILED, STATUS='
001654             WS-VAL-STATUS
001655         MOVE 16 TO RETURN-CODE
001656         GO TO 9999-EXIT-PROGRAM
001657     END-IF.
001658 1000-OPEN-REPORT.
001660     OPEN OUTPUT RPT-FILE
001670     IF WS-RPT-STATUS NOT = '00'
001680         DISPLAY 'VALURPT: REPORT FILE OPEN FAILED, STATUS='
001700         MOVE 16 TO RETURN-CODE
001710         GO TO 9999-EXIT-PROGRAM
001720     END-IF
001725     PERFORM 1700-OPEN-SUBAREA-MASTER THRU 1700-EXIT
001730     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT.
001740 1000-EXIT.
001750     EXIT.

001751*****************************************************************
001752* 1050-LOAD-PARM - A PARM RUN DATE (YYYYMMDD) ASKS FOR A        *
001753* REPRINT OF THAT RUN FROM THE GENERATION STORE.  NO PARM IS    *
001754* THE NORMAL NIGHTLY RUN.                                       *
001755*****************************************************************
001756 1050-LOAD-PARM.
001757     IF WS-PARM-LEN = 0
001758         GO TO 1050-EXIT
001759     END-IF
001760     IF WS-PARM-LEN < 8
001761         OR WS-PARM-RUN-DATE NOT NUMERIC
001762         OR WS-PARM-RUN-DATE = '00000000'
001763         DISPLAY 'VALURPT: PARM MUST BE A RUN DATE, YYYYMMDD'
001764         MOVE 16 TO RETURN-CODE
001765         GO TO 9999-EXIT-PROGRAM
001766     END-IF
001767     SET WS-REPRINT TO TRUE
001768     MOVE WS-PARM-RUN-DATE TO WS-REPRINT-DATE.
001769 1050-EXIT.
001770     EXIT.

001771*****************************************************************
001772* 1060-OPEN-GENERATIONS - CONFIRM THE RUN'S PRICED VALUATION IS *
001773* STILL RETAINED, THEN OPEN THE GENERATION STORE.  A REPRINT IS *
001774* NOT A CHAIN STEP: IT NEITHER VERIFIES NOR POSTS THROUGH       *
001775* CHNCTL.                                                       *
001776*****************************************************************
001777 1060-OPEN-GENERATIONS.
001778     MOVE 'VALUOUT ' TO WS-GEN-FILE-ID
001779     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001780     MOVE GEN-CTL-REC-COUNT TO WS-VAL-GEN-COUNT
001781     OPEN INPUT GEN-FILE
001782     IF WS-GEN-STATUS NOT = '00'
001783         DISPLAY 'VALURPT: GENERATION STORE OPEN FAILED, STATUS='
001784             WS-GEN-STATUS
001785         MOVE 16 TO RETURN-CODE
001786         GO TO 9999-EXIT-PROGRAM
001787     END-IF
001788     MOVE '- REPRINT' TO WS-H1-REPRINT-TAG
001789     MOVE WS-REPRINT-DATE TO WS-R-RUN-DATE.
001790 1060-EXIT.
001791     EXIT.

001792*****************************************************************
001793* 1070-CHECK-GENERATION - A RUN PURGED FROM THE STORE, OR A     *
001794* FILE NEVER SAVED FOR IT, ENDS THE STEP WITH RC 8 BEFORE ANY   *
001795* OUTPUT IS OPENED, SO NO EMPTY REPORT IS EVER PRINTED FOR IT.  *
001796*****************************************************************
001797 1070-CHECK-GENERATION.
001798     MOVE 'C' TO GEN-CTL-FUNCTION
001799     MOVE WS-REPRINT-DATE TO GEN-CTL-RUN-DATE
001800     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
001801     CALL 'GENCTL' USING GEN-CTL-PARM
001802     IF NOT GEN-CTL-OK
001803         DISPLAY 'VALURPT: GENERATION INDEX CHECK FAILED'
001804         MOVE 16 TO RETURN-CODE
001805         GO TO 9999-EXIT-PROGRAM
001806     END-IF
001807     IF GEN-CTL-PURGED
001808         DISPLAY 'VALURPT: RUN DATE ' WS-REPRINT-DATE
001809             ' IS NO LONGER RETAINED - PURGED '
001810             GEN-CTL-PURGED-DATE
001811         MOVE 8 TO RETURN-CODE
001812         GO TO 9999-EXIT-PROGRAM
001813     END-IF
001814     IF GEN-CTL-NEVER-SAVED
001815         DISPLAY 'VALURPT: NO ' WS-GEN-FILE-ID
001816             ' GENERATION WAS SAVED FOR RUN DATE ' WS-REPRINT-DATE
001817         MOVE 8 TO RETURN-CODE
001818         GO TO 9999-EXIT-PROGRAM
001819     END-IF.
001820 1070-EXIT.
001821     EXIT.

001822 1100-READ-RSLT-FILE.
001823     IF WS-REPRINT
001824         PERFORM 1150-READ-RSLT-GENERATION THRU 1150-EXIT
001825         GO TO 1100-EXIT
001826     END-IF
001827     READ RSLT-FILE
001828         AT END
001829             SET WS-RSLT-EOF TO TRUE
001830     END-READ.
001831 1100-EXIT.
001832     EXIT.

001833 1150-READ-RSLT-GENERATION.
001834     IF WS-VAL-GEN-SEQ NOT < WS-VAL-GEN-COUNT
001835         SET WS-RSLT-EOF TO TRUE
001836         GO TO 1150-EXIT
001837     END-IF
001838     ADD 1 TO WS-VAL-GEN-SEQ
001839     MOVE 'VALUOUT ' TO GEN-FILE-ID
001840     MOVE WS-VAL-GEN-SEQ TO GEN-REC-SEQ
001841     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
001842     MOVE GEN-IMAGE TO VAL-RECORD
001843     MOVE SPACES TO RSLT-RECORD
001844     MOVE VAL-SEQ-NO TO RSLT-SEQ-NO
001845     MOVE VAL-CALLNO TO RSLT-CALLNO
001846     MOVE VAL-SUBAREA TO RSLT-SUBAREA
001847     MOVE VAL-DISP-CODE TO RSLT-DISP-CODE.
001848 1150-EXIT.
001849     EXIT.

001850 1800-READ-GEN-FILE.
001851     MOVE WS-REPRINT-DATE TO GEN-RUN-DATE
001852     READ GEN-FILE
001853     IF WS-GEN-STATUS NOT = '00'
001854         DISPLAY 'VALURPT: GENERATION READ FAILED, STATUS='
001855             WS-GEN-STATUS ' KEY ' GEN-KEY
001856         MOVE 16 TO RETURN-CODE
001857         GO TO 9999-EXIT-PROGRAM
001858     END-IF.
001859 1800-EXIT.
001860     EXIT.

001861*****************************************************************
001862* 1700-OPEN-SUBAREA-MASTER - NO SUBAREA MASTER YET ONLY DROPS   *
001863* THE DESCRIPTION LINES; ANY OTHER OPEN FAILURE ENDS THE STEP.  *
001864*****************************************************************
001865 1700-OPEN-SUBAREA-MASTER.
001866     OPEN INPUT SBA-FILE
001867     IF WS-SBA-STATUS = '00'
001868         SET WS-SBA-IS-OPEN TO TRUE
001869         GO TO 1700-EXIT
001870     END-IF
001871     IF WS-SBA-STATUS = '35'
001872         DISPLAY 'VALURPT: NO SUBAREA MASTER YET - DESCRIPTIONS '
001873             'NOT PRINTED'
001874         GO TO 1700-EXIT
001875     END-IF
001876     DISPLAY 'VALURPT: SUBAREA MASTER OPEN FAILED, STATUS='
001877         WS-SBA-STATUS
001878     MOVE 16 TO RETURN-CODE
001879     GO TO 9999-EXIT-PROGRAM.
001880 1700-EXIT.
001881     EXIT.

001882 1900-CHECK-RPT-STATUS.
001883     IF WS-RPT-STATUS NOT = '00'
001884         DISPLAY 'VALURPT: REPORT FILE WRITE FAILED, STATUS='
001885             WS-RPT-STATUS
001886         MOVE 16 TO RETURN-CODE
001887         GO TO 9999-EXIT-PROGRAM
001890     END-IF.
001900 1900-EXIT.
001910     EXIT.
001930* 2000-VALUE-ONE-RESULT - ONLY MISSING AND DAMAGED FINDINGS     *
001940* REPRESENT A LOSS.  AN ITEM WITH NO ACQUISITIONS ROW IS        *
001950* COUNTED SEPARATELY SO THE DESK KNOWS THE ESTIMATE RUNS LOW.   *
001953* THE NIGHTLY RUN KEEPS EVERY LINE WITH THE COST IT WAS PRICED  *
001956* AT; A REPRINT TAKES THAT COST RATHER THAN PRICING AGAIN.      *
001960*****************************************************************
001970 2000-VALUE-ONE-RESULT.
001980     ADD 1 TO WS-RESULTS-READ
002010         PERFORM 2200-POST-TO-SUBAREA THRU 2200-EXIT
002020         ADD 1 TO WS-ITEMS-VALUED
002030     END-IF
002035     PERFORM 2300-WRITE-VALUATION THRU 2300-EXIT
002040     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT.
002050 2000-EXIT.
002060     EXIT.

002070 2100-GET-REPL-COST.
002071     MOVE 'Y' TO WS-COST-SW
002072     IF WS-REPRINT
002073         MOVE VAL-REPL-COST TO WS-REPL-COST
002074         MOVE VAL-COST-SW TO WS-COST-SW
002075         IF NOT WS-COST-ON-FILE
002076             ADD 1 TO WS-NO-COST-CT
002077         END-IF
002078         GO TO 2100-EXIT
002079     END-IF
002080     MOVE RSLT-CALLNO TO WS-CALLNO
002090     MOVE 0 TO WS-REPL-COST
002100     EXEC SQL
002180     IF WS-SQLCODE = 100
002190         MOVE 0 TO WS-REPL-COST
002200         ADD 1 TO WS-NO-COST-CT
002205         MOVE 'N' TO WS-COST-SW
002210         GO TO 2100-EXIT
002220     END-IF
002230     IF WS-SQLCODE NOT = 0
002730     EXIT.

002740*****************************************************************
002741* 2300-WRITE-VALUATION - EVERY RESULT READ GOES TO VALOUT, A    *
002742* MISSING OR DAMAGED ONE WITH THE COST JUST PRICED AND ANY      *
002743* OTHER AT ZERO, SO GENSAVE CAN KEEP THE NIGHT'S VALUATION FOR  *
002744* A REPRINT.  A REPRINT WRITES NOTHING.                         *
002745*****************************************************************
002746 2300-WRITE-VALUATION.
002747     IF WS-REPRINT
002748         GO TO 2300-EXIT
002749     END-IF
002750     MOVE RSLT-SEQ-NO TO VAL-SEQ-NO
002751     MOVE RSLT-CALLNO TO VAL-CALLNO
002752     MOVE RSLT-SUBAREA TO VAL-SUBAREA
002753     MOVE RSLT-DISP-CODE TO VAL-DISP-CODE
002754     MOVE 0 TO VAL-REPL-COST
002755     SET VAL-COST-ON-FILE TO TRUE
002756     IF RSLT-MISSING OR RSLT-DAMAGED
002757         MOVE WS-REPL-COST TO VAL-REPL-COST
002758         MOVE WS-COST-SW TO VAL-COST-SW
002759     END-IF
002760     WRITE VAL-RECORD
002761     IF WS-VAL-STATUS NOT = '00'
002762         DISPLAY 'VALURPT: VALUATION FILE WRITE FAILED, STATUS='
002763             WS-VAL-STATUS
002764         MOVE 16 TO RETURN-CODE
002765         GO TO 9999-EXIT-PROGRAM
002766     END-IF
002767     ADD 1 TO WS-VAL-WRITTEN.
002768 2300-EXIT.
002769     EXIT.

002770*****************************************************************
002771* 3000-PRINT-EXPOSURE - ONE LINE PER SUBAREA, THEN THE GRAND    *
002772* TOTAL THAT GOES TO THE INSURANCE SCHEDULE.                    *
002773*****************************************************************
002780 3000-PRINT-EXPOSURE.
002790     WRITE RPT-LINE FROM WS-HEADING-LINE-1
002800     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002802     IF WS-REPRINT
002804         WRITE RPT-LINE FROM WS-REPRINT-LINE
002806         PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002808     END-IF
002810     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
002820     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002830     PERFORM 3100-PRINT-ONE-SUBAREA THRU 3100-EXIT
003070         WS-EXP-MISS-COST (WS-EXP-IX)
003080             + WS-EXP-DMG-COST (WS-EXP-IX)
003090     WRITE RPT-LINE FROM WS-DETAIL-LINE
003091     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003092     MOVE WS-EXP-SUBAREA (WS-EXP-IX) TO WS-SBA-SEEK-SUBAREA
003093     PERFORM 7000-PRINT-SUBAREA-LOCATION THRU 7000-EXIT.
003094 3100-EXIT.
003095     EXIT.

003096*****************************************************************
003097* 7000-PRINT-SUBAREA-LOCATION - THE DESCRIPTION, LOCATION AND   *
003098* STATE OF WS-SBA-SEEK-SUBAREA, FROM THE SUBAREA MASTER.        *
003099*****************************************************************
003100 7000-PRINT-SUBAREA-LOCATION.
003101     IF NOT WS-SBA-IS-OPEN
003102         GO TO 7000-EXIT
003103     END-IF
003104     IF WS-SBA-SEEK-SUBAREA NOT = WS-SBA-LAST-SUBAREA
003105         PERFORM 7100-LOOK-UP-SUBAREA THRU 7100-EXIT
003106     END-IF
003107     WRITE RPT-LINE FROM WS-LOCATION-LINE
003108     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
003109 7000-EXIT.
003110     EXIT.

003111*****************************************************************
003112* 7100-LOOK-UP-SUBAREA - A SUBAREA MISSING FROM THE MASTER      *
003113* PRINTS AS SUCH, AND AN INACTIVE ONE IS MARKED.  ANY OTHER     *
003114* READ FAILURE ENDS THE STEP.                                   *
003115*****************************************************************
003116 7100-LOOK-UP-SUBAREA.
003117     MOVE WS-SBA-SEEK-SUBAREA TO WS-SBA-LAST-SUBAREA
003118     MOVE SPACES TO WS-L-DESCRIPTION
003119     MOVE SPACES TO WS-L-LOCATION
003120     MOVE SPACES TO WS-L-STATE
003121     MOVE WS-SBA-SEEK-SUBAREA TO SBA-SUBAREA
003122     READ SBA-FILE
003123     IF WS-SBA-STATUS = '23'
003124         MOVE '** NOT ON SUBAREA MASTER **' TO WS-L-DESCRIPTION
003125         GO TO 7100-EXIT
003126     END-IF
003127     IF WS-SBA-STATUS NOT = '00'
003128         DISPLAY 'VALURPT: SUBAREA MASTER READ FAILED, STATUS='
003129             WS-SBA-STATUS
003130         MOVE 16 TO RETURN-CODE
003131         GO TO 9999-EXIT-PROGRAM
003132     END-IF
003133     MOVE SBA-DESCRIPTION TO WS-L-DESCRIPTION
003134     STRING 'FLOOR ' SBA-FLOOR ' RANGES ' SBA-RANGES
003135         DELIMITED BY SIZE INTO WS-L-LOCATION
003136     IF SBA-INACTIVE
003137         MOVE '(INACTIVE)' TO WS-L-STATE
003138     END-IF.
003139 7100-EXIT.
003140     EXIT.

003141 9999-EXIT-PROGRAM.
003142     IF WS-CHN-STARTED
003150         MOVE 'E' TO CHN-CTL-FUNCTION
003160         MOVE 'VALURPT ' TO CHN-CTL-JOB-ID
003170         MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
003190         CALL 'CHNCTL' USING CHN-CTL-PARM
003200     END-IF
003210     CLOSE RSLT-FILE
003213     CLOSE VAL-FILE
003216     CLOSE GEN-FILE
003220     CLOSE RPT-FILE
003222     IF WS-SBA-IS-OPEN
003224         CLOSE SBA-FILE
003226     END-IF
003230     STOP RUN.
