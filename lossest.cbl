000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOSSEST.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  COLLECTION LOSS-RATE    *
000100*                    ESTIMATE: PROJECTS THE COMPLETED SAMPLE'S  *
000110*                    MISSING, MISSHELVED, AND DAMAGED RATES     *
000120*                    ONTO THE CATALOG ROW COUNTS OF THE         *
000130*                    EXTRACT, PER SUBAREA AND FOR THE WHOLE     *
000140*                    COLLECTION, EACH WITH A 95 PERCENT         *
000150*                    CONFIDENCE RANGE.  A STRATIFIED RUN IS     *
000160*                    WEIGHTED BY STRATUM ROWS; A FLAT RUN GETS  *
000170*                    AN UNWEIGHTED COLLECTION ESTIMATE.  THE    *
000180*                    ESTIMATES ARE APPENDED TO THE ESTIMATE     *
000190*                    HISTORY FILE FOR THE QUARTERLY REVIEW.     *
000200*   10/15/2026  DJM  A DIRECTED-LIST RUN (TRAILER MODE 'D') IS  *
000210*                    NOT A RANDOM SAMPLE - THE REPORT SAYS SO   *
000220*                    AND NO ESTIMATE IS PROJECTED OR ADDED TO   *
000230*                    THE HISTORY FILE.                          *
000240*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000250*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000260*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000270*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000280*                    NOT CLEAN.                                 *
000290*****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RSLT-FILE ASSIGN TO RSLTIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RSLT-STATUS.
000370
000380     SELECT SUM-FILE ASSIGN TO SUMIN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-SUM-STATUS.
000410
000420     SELECT CAT-FILE ASSIGN TO CATEXTR
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CAT-STATUS.
000450
000460     SELECT EST-FILE ASSIGN TO ESTHIST
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-EST-STATUS.
000490
000500     SELECT RPT-FILE ASSIGN TO RPTOUT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RSLT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 COPY RSLTREC.
000600
000610 FD  SUM-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SUMREC.
000650
000660 FD  CAT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY CATREC.
000700
000710 FD  EST-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY ESTREC.
000750
000760 FD  RPT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-LINE                    PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820
000830*****************************************************************
000840* ESTIMATION CONSTANTS.  THE NORMAL DEVIATE FOR A TWO-SIDED     *
000850* 95 PERCENT RANGE, AND THE FEWEST CHECKED DRAWS A SUBAREA      *
000860* NEEDS BEFORE ITS RANGE IS WORTH QUOTING ON ITS OWN.           *
000870*****************************************************************
000880 77  WS-Z-95                      PIC 9V99 COMP-3 VALUE 1.96.
000890 77  WS-MIN-CHECKED-DRAWS         PIC 9(03) VALUE 5.
000900
000910 01  WS-EOF-SWITCHES.
000920     05  WS-RSLT-EOF-SW           PIC X(01) VALUE 'N'.
000930         88  WS-RSLT-EOF                  VALUE 'Y'.
000940     05  WS-SUM-EOF-SW            PIC X(01) VALUE 'N'.
000950         88  WS-SUM-EOF                   VALUE 'Y'.
000960     05  WS-CAT-EOF-SW            PIC X(01) VALUE 'N'.
000970         88  WS-CAT-EOF                   VALUE 'Y'.
000980
000990 01  WS-FILE-STATUSES.
001000     05  WS-RSLT-STATUS           PIC X(02) VALUE '00'.
001010     05  WS-SUM-STATUS            PIC X(02) VALUE '00'.
001020     05  WS-CAT-STATUS            PIC X(02) VALUE '00'.
001030     05  WS-EST-STATUS            PIC X(02) VALUE '00'.
001040     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001050
001060 01  WS-RUN-COUNTS.
001070     05  WS-RESULTS-READ          PIC 9(03) VALUE 0.
001080     05  WS-UNMATCHED-RESULTS     PIC 9(03) VALUE 0.
001090     05  WS-ESTIMATES-WRITTEN     PIC 9(03) VALUE 0.
001100
001110 01  WS-CHAIN-WORK.
001120     05  WS-CHN-RUN-DATE          PIC 9(08).
001130     05  WS-CHN-STARTED-SW        PIC X(01) VALUE 'N'.
001140         88  WS-CHN-STARTED              VALUE 'Y'.
001150 COPY CHNPARM.
001160
001170*****************************************************************
001180* THE CATALOG'S SUBAREA BANDS, SIZED FROM THE EXTRACT EXACTLY   *
001190* AS THE SAMPLER SIZES ITS STRATA, WITH THE RUN'S CHECKED       *
001200* DRAWS AND FINDINGS TALLIED AGAINST EACH BAND.  HIT 1 IS       *
001210* MISSING, 2 MISSHELVED, 3 DAMAGED.                             *
001220*****************************************************************
001230 01  WS-STRATA-TABLE.
001240     05  WS-STRATA-COUNT          PIC 9(02) VALUE 0.
001250     05  WS-STRATA-IX             PIC 9(02).
001260     05  WS-STRATA-TOTAL-ROWS     PIC 9(08) COMP VALUE 0.
001270     05  WS-STRATA-EOF-SW         PIC X(01) VALUE 'N'.
001280         88  WS-STRATA-EOF                VALUE 'Y'.
001290     05  WS-STRATA-FOUND-SW       PIC X(01) VALUE 'N'.
001300         88  WS-STRATA-FOUND              VALUE 'Y'.
001310     05  WS-STRATA-ENTRY OCCURS 20 TIMES.
001320         10  WS-STRATA-SUBAREA    PIC X(12).
001330         10  WS-STRATA-ROWS       PIC 9(06) COMP.
001340         10  WS-STRATA-CHECKED    PIC 9(03) COMP.
001350         10  WS-STRATA-HITS       PIC 9(03) COMP
001360                                  OCCURS 3 TIMES.
001370
001380*        EXTRACT CONTROL-RECORD BOOKKEEPING - A TRUNCATED
001390*        EXTRACT WOULD UNDERSTATE EVERY PROJECTION.
001400 01  WS-EXTRACT-CONTROL.
001410     05  WS-CAT-ROWS-READ         PIC 9(06) COMP VALUE 0.
001420     05  WS-CAT-HDR-SW            PIC X(01) VALUE 'N'.
001430         88  WS-CAT-HDR-SEEN             VALUE 'Y'.
001440     05  WS-CAT-TRL-SW            PIC X(01) VALUE 'N'.
001450         88  WS-CAT-TRL-SEEN             VALUE 'Y'.
001460     05  WS-CAT-TRL-COUNT         PIC 9(06) VALUE 0.
001470
001480 01  WS-CATEGORY-WORK.
001490     05  WS-CATEGORY-IX           PIC 9(01).
001500     05  WS-TOTAL-CHECKED         PIC 9(03) COMP VALUE 0.
001510     05  WS-TOTAL-HITS            PIC 9(03) COMP VALUE 0
001520                                  OCCURS 3 TIMES.
001530*        STRATIFIED COLLECTION TOTALS - THE SUM OF THE SUBAREA
001540*        ESTIMATES AND OF THEIR VARIANCES.
001550     05  WS-COLL-ESTIMATE         PIC 9(08)V9(04) COMP-3
001560                                  VALUE 0 OCCURS 3 TIMES.
001570     05  WS-COLL-VARIANCE         PIC 9(14)V9(04) COMP-3
001580                                  VALUE 0 OCCURS 3 TIMES.
001590
001600 01  WS-CATEGORY-NAMES.
001610     05  FILLER                   PIC X(12) VALUE 'MISSING'.
001620     05  FILLER                   PIC X(12) VALUE 'MISSHELVED'.
001630     05  FILLER                   PIC X(12) VALUE 'DAMAGED'.
001640 01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
001650     05  WS-CATEGORY-NAME         PIC X(12) OCCURS 3 TIMES.
001660
001670*****************************************************************
001680* PROJECTION WORK AREA.  ROWS, DRAWS, AND HITS GO IN; THE RATE, *
001690* POINT ESTIMATE, VARIANCE, AND 95 PERCENT RANGE COME OUT.      *
001700* THE RANGE IS HELD TO WHAT THE SAMPLE ITSELF PROVES: NEVER     *
001710* BELOW THE HITS ACTUALLY SEEN, NEVER ABOVE THE ROWS LESS THE   *
001720* CHECKED DRAWS THAT WERE NOT HITS.                             *
001730*****************************************************************
001740 01  WS-PROJECTION-WORK.
001750     05  WS-PJ-ROWS               PIC 9(08) COMP-3.
001760     05  WS-PJ-DRAWS              PIC 9(03) COMP-3.
001770     05  WS-PJ-HITS               PIC 9(03) COMP-3.
001780     05  WS-PJ-RATE               PIC 9V9(09) COMP-3.
001790     05  WS-PJ-FPC                PIC 9V9(09) COMP-3.
001800     05  WS-PJ-ESTIMATE           PIC 9(08)V9(04) COMP-3.
001810     05  WS-PJ-VARIANCE           PIC 9(14)V9(04) COMP-3.
001820     05  WS-PJ-HALF-WIDTH         PIC 9(08)V9(04) COMP-3.
001830     05  WS-PJ-FLOOR              PIC S9(08) COMP-3.
001840     05  WS-PJ-CAP                PIC S9(08) COMP-3.
001850     05  WS-PJ-PROJECTED          PIC 9(08) COMP-3.
001860     05  WS-PJ-LOW                PIC S9(08) COMP-3.
001870     05  WS-PJ-HIGH               PIC S9(08) COMP-3.
001880
001890*****************************************************************
001900* REPORT LINE LAYOUTS.                                          *
001910*****************************************************************
001920 01  WS-HEADING-LINE-1.
001930     05  FILLER                   PIC X(48)
001940         VALUE 'LOSSEST - COLLECTION LOSS ESTIMATE, 95 PCT RANGE'.
001950
001960 01  WS-HEADING-LINE-2.
001970     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001980     05  WS-H2-RUN-DATE           PIC X(08).
001990     05  FILLER                   PIC X(06) VALUE '  JOB '.
002000     05  WS-H2-JOB-ID             PIC X(08).
002010     05  FILLER                   PIC X(07) VALUE '  MODE '.
002020     05  WS-H2-MODE               PIC X(30).
002030
002040 01  WS-SUBAREA-LINE.
002050     05  FILLER                   PIC X(09) VALUE 'SUBAREA: '.
002060     05  WS-S-SUBAREA             PIC X(12).
002070     05  FILLER                   PIC X(08) VALUE '  ROWS: '.
002080     05  WS-S-ROWS                PIC ZZZZZZZ9.
002090     05  FILLER                   PIC X(11) VALUE '  CHECKED: '.
002100     05  WS-S-CHECKED             PIC ZZ9.
002110     05  FILLER                   PIC X(10) VALUE '  WEIGHT: '.
002120     05  WS-S-WEIGHT              PIC 9.999999.
002130     05  WS-S-FEW-DRAWS           PIC X(10).
002140
002150 01  WS-CATEGORY-LINE.
002160     05  FILLER                   PIC X(03) VALUE SPACES.
002170     05  WS-C-CATEGORY            PIC X(12).
002180     05  FILLER                   PIC X(05) VALUE 'HITS '.
002190     05  WS-C-HITS                PIC ZZ9.
002200     05  FILLER                   PIC X(07) VALUE '  RATE '.
002210     05  WS-C-RATE-PCT            PIC ZZ9.99.
002220     05  FILLER                   PIC X(07) VALUE '%  EST '.
002230     05  WS-C-PROJECTED           PIC ZZZZZZZ9.
002240     05  FILLER                   PIC X(08) VALUE '  RANGE '.
002250     05  WS-C-LOW                 PIC ZZZZZZZ9.
002260     05  FILLER                   PIC X(03) VALUE ' - '.
002270     05  WS-C-HIGH                PIC ZZZZZZZ9.
002280
002290 01  WS-RATE-PCT                  PIC 9(03)V99.
002300
002310 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002320
002330 01  WS-DIRECTED-LINE.
002340     05  FILLER                   PIC X(45)
002350         VALUE 'DIRECTED LIST RUN - NOT A SAMPLE, NO ESTIMATE'.
002360
002370 PROCEDURE DIVISION.
002380
002390*****************************************************************
002400* 0000-MAINLINE - SIZE THE CATALOG'S SUBAREAS, TALLY THE RUN'S  *
002410* CHECKED DRAWS AGAINST THEM, AND PROJECT EACH SUBAREA AND THE  *
002420* WHOLE COLLECTION.                                             *
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002460     PERFORM 1300-SIZE-CATALOG THRU 1300-EXIT
002470     PERFORM 2000-TALLY-ONE-RESULT THRU 2000-EXIT
002480         UNTIL WS-RSLT-EOF
002490     PERFORM 3000-ESTIMATE-ONE-SUBAREA THRU 3000-EXIT
002500         VARYING WS-STRATA-IX FROM 1 BY 1
002510         UNTIL WS-STRATA-IX > WS-STRATA-COUNT
002520     PERFORM 4000-ESTIMATE-COLLECTION THRU 4000-EXIT
002530     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
002540     IF WS-UNMATCHED-RESULTS > 0
002550         OR WS-STRATA-EOF
002560         MOVE 4 TO RETURN-CODE
002570     END-IF
002580     GO TO 9999-EXIT-PROGRAM.
002590
002600*****************************************************************
002610* 1000-INITIALIZE-RUN - VERIFY THE RESULTS ARE FINAL, OPEN THE  *
002620* FILES, AND READ THE RUN'S SUMMARY TRAILER FOR ITS MODE.  THE  *
002630* HISTORY FILE IS EXTENDED, OR CREATED ON FIRST USE.  A         *
002640* DIRECTED-LIST RUN STOPS HERE WITH NO ESTIMATE.                *
002650*****************************************************************
002660 1000-INITIALIZE-RUN.
002670     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
002680     MOVE 'V' TO CHN-CTL-FUNCTION
002690     MOVE 'LOSSEST ' TO CHN-CTL-JOB-ID
002700     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
002710     MOVE 0 TO CHN-CTL-RC
002720     CALL 'CHNCTL' USING CHN-CTL-PARM
002730     IF NOT CHN-CTL-OK
002740         DISPLAY 'LOSSEST: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
002750             ' NOT CLEAN - STEP HELD'
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 9999-EXIT-PROGRAM
002780     END-IF
002790     MOVE 'S' TO CHN-CTL-FUNCTION
002800     MOVE 'LOSSEST ' TO CHN-CTL-JOB-ID
002810     CALL 'CHNCTL' USING CHN-CTL-PARM
002820     IF NOT CHN-CTL-OK
002830         DISPLAY 'LOSSEST: CHAIN START POST FAILED - STEP HELD'
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 9999-EXIT-PROGRAM
002860     END-IF
002870     SET WS-CHN-STARTED TO TRUE
002880     OPEN INPUT SUM-FILE
002890     IF WS-SUM-STATUS NOT = '00'
002900         DISPLAY 'LOSSEST: SUMMARY FILE OPEN FAILED, STATUS='
002910             WS-SUM-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         GO TO 9999-EXIT-PROGRAM
002940     END-IF
002950     READ SUM-FILE
002960         AT END
002970             SET WS-SUM-EOF TO TRUE
002980     END-READ
002990     IF WS-SUM-EOF
003000         DISPLAY 'LOSSEST: NO SUMMARY TRAILER RECORD FOUND'
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 9999-EXIT-PROGRAM
003030     END-IF
003040     OPEN INPUT RSLT-FILE
003050     IF WS-RSLT-STATUS NOT = '00'
003060         DISPLAY 'LOSSEST: RESULTS FILE OPEN FAILED, STATUS='
003070             WS-RSLT-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 9999-EXIT-PROGRAM
003100     END-IF
003110     OPEN EXTEND EST-FILE
003120     IF WS-EST-STATUS = '35'
003130         OPEN OUTPUT EST-FILE
003140     END-IF
003150     IF WS-EST-STATUS NOT = '00'
003160         DISPLAY 'LOSSEST: ESTIMATE HISTORY OPEN FAILED, STATUS='
003170             WS-EST-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         GO TO 9999-EXIT-PROGRAM
003200     END-IF
003210     OPEN OUTPUT RPT-FILE
003220     IF WS-RPT-STATUS NOT = '00'
003230         DISPLAY 'LOSSEST: REPORT FILE OPEN FAILED, STATUS='
003240             WS-RPT-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         GO TO 9999-EXIT-PROGRAM
003270     END-IF
003280     WRITE RPT-LINE FROM WS-HEADING-LINE-1
003290     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003300     MOVE SUM-RUN-DATE TO WS-H2-RUN-DATE
003310     MOVE SUM-JOB-ID TO WS-H2-JOB-ID
003320     IF SUM-MODE-STRATIFIED
003330         MOVE 'STRATIFIED - WEIGHTED BY ROWS' TO WS-H2-MODE
003340     ELSE
003350         IF SUM-MODE-DIRECTED
003360             MOVE 'DIRECTED LIST - NOT A SAMPLE' TO WS-H2-MODE
003370         ELSE
003380             MOVE 'FLAT - UNWEIGHTED' TO WS-H2-MODE
003390         END-IF
003400     END-IF
003410     WRITE RPT-LINE FROM WS-HEADING-LINE-2
003420     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003430*                THE ITEMS OF A DIRECTED RUN WERE CHOSEN BY THE
003440*                DESK, SO THEIR FINDINGS SAY NOTHING ABOUT THE
003450*                REST OF THE COLLECTION - NO ESTIMATE IS PROJECTED
003460*                OR ADDED TO THE HISTORY.
003470     IF SUM-MODE-DIRECTED
003480         WRITE RPT-LINE FROM WS-DIRECTED-LINE
003490         PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003500         DISPLAY 'LOSSEST: DIRECTED LIST RUN - NO ESTIMATE MADE'
003510         GO TO 9999-EXIT-PROGRAM
003520     END-IF
003530     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570 1100-READ-RSLT-FILE.
003580     READ RSLT-FILE
003590         AT END
003600             SET WS-RSLT-EOF TO TRUE
003610         NOT AT END
003620             ADD 1 TO WS-RESULTS-READ
003630     END-READ.
003640 1100-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680* 1300-SIZE-CATALOG - COUNT THE EXTRACT'S DATA ROWS PER SUBAREA *
003690* BAND, AS THE SAMPLER'S SIZING PASS DOES, AND VERIFY THE       *
003700* CONTROL RECORDS: A SHORT EXTRACT WOULD UNDERSTATE EVERY       *
003710* PROJECTION ON THE BOARD'S REPORT.                             *
003720*****************************************************************
003730 1300-SIZE-CATALOG.
003740     OPEN INPUT CAT-FILE
003750     IF WS-CAT-STATUS NOT = '00'
003760         DISPLAY 'LOSSEST: CATALOG EXTRACT OPEN FAILED, STATUS='
003770             WS-CAT-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 9999-EXIT-PROGRAM
003800     END-IF
003810     PERFORM 1310-SIZE-ONE-ROW THRU 1310-EXIT
003820         UNTIL WS-CAT-EOF
003830     CLOSE CAT-FILE
003840     IF NOT WS-CAT-HDR-SEEN
003850         OR NOT WS-CAT-TRL-SEEN
003860         DISPLAY 'LOSSEST: EXTRACT HAS NO CONTROL RECORDS - '
003870             'NOT ESTIMATED'
003880         MOVE 16 TO RETURN-CODE
003890         GO TO 9999-EXIT-PROGRAM
003900     END-IF
003910     IF WS-CAT-TRL-COUNT NOT = WS-CAT-ROWS-READ
003920         DISPLAY 'LOSSEST: EXTRACT SHORT - TRAILER COUNT '
003930             'MISMATCH - NOT ESTIMATED'
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 9999-EXIT-PROGRAM
003960     END-IF
003970     IF WS-CAT-ROWS-READ = 0
003980         DISPLAY 'LOSSEST: CATALOG EXTRACT IS EMPTY'
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT-PROGRAM
004010     END-IF
004020     IF WS-STRATA-EOF
004030         DISPLAY 'LOSSEST: MORE THAN 20 SUBAREAS - EXCESS '
004040             'SUBAREAS NOT ESTIMATED'
004050     END-IF.
004060 1300-EXIT.
004070     EXIT.
004080
004090 1310-SIZE-ONE-ROW.
004100     READ CAT-FILE
004110         AT END
004120             SET WS-CAT-EOF TO TRUE
004130         NOT AT END
004140             IF CAT-CTL-CONTROL
004150                 IF CAT-CTL-HEADER
004160                     SET WS-CAT-HDR-SEEN TO TRUE
004170                 ELSE
004180                     SET WS-CAT-TRL-SEEN TO TRUE
004190                     MOVE CAT-CTL-ROW-COUNT
004200                         TO WS-CAT-TRL-COUNT
004210                 END-IF
004220             ELSE
004230                 ADD 1 TO WS-CAT-ROWS-READ
004240                 PERFORM 1320-TALLY-ONE-ROW THRU 1320-EXIT
004250             END-IF
004260     END-READ.
004270 1310-EXIT.
004280     EXIT.
004290
004300 1320-TALLY-ONE-ROW.
004310     IF WS-STRATA-COUNT = 0
004320         PERFORM 1350-START-NEW-STRATUM THRU 1350-EXIT
004330     ELSE
004340         IF CAT-SUBAREA NOT =
004350                 WS-STRATA-SUBAREA (WS-STRATA-COUNT)
004360             PERFORM 1350-START-NEW-STRATUM THRU 1350-EXIT
004370         END-IF
004380     END-IF
004390     IF NOT WS-STRATA-EOF
004400         ADD 1 TO WS-STRATA-ROWS (WS-STRATA-COUNT)
004410         ADD 1 TO WS-STRATA-TOTAL-ROWS
004420     END-IF.
004430 1320-EXIT.
004440     EXIT.
004450
004460 1350-START-NEW-STRATUM.
004470     IF WS-STRATA-COUNT >= 20
004480         SET WS-STRATA-EOF TO TRUE
004490     ELSE
004500         ADD 1 TO WS-STRATA-COUNT
004510         MOVE CAT-SUBAREA
004520             TO WS-STRATA-SUBAREA (WS-STRATA-COUNT)
004530         MOVE 0 TO WS-STRATA-ROWS (WS-STRATA-COUNT)
004540         MOVE 0 TO WS-STRATA-CHECKED (WS-STRATA-COUNT)
004550         MOVE 0 TO WS-STRATA-HITS (WS-STRATA-COUNT, 1)
004560         MOVE 0 TO WS-STRATA-HITS (WS-STRATA-COUNT, 2)
004570         MOVE 0 TO WS-STRATA-HITS (WS-STRATA-COUNT, 3)
004580     END-IF.
004590 1350-EXIT.
004600     EXIT.
004610
004620 1900-CHECK-RPT-STATUS.
004630     IF WS-RPT-STATUS NOT = '00'
004640         DISPLAY 'LOSSEST: REPORT FILE WRITE FAILED, STATUS='
004650             WS-RPT-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         GO TO 9999-EXIT-PROGRAM
004680     END-IF.
004690 1900-EXIT.
004700     EXIT.
004710
004720 1950-CHECK-EST-STATUS.
004730     IF WS-EST-STATUS NOT = '00'
004740         DISPLAY 'LOSSEST: ESTIMATE HISTORY WRITE FAILED, STATUS='
004750             WS-EST-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         GO TO 9999-EXIT-PROGRAM
004780     END-IF.
004790 1950-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830* 2000-TALLY-ONE-RESULT - A CHECKED DRAW IS A PRIMARY (OR AN    *
004840* ACTIVATED ALTERNATE) THAT CARRIES A DISPOSITION AND WAS NOT   *
004850* DISQUALIFIED.  UNCHECKED ITEMS, UNUSED ALTERNATES, AND        *
004860* DISQUALIFIED PRIMARIES SAY NOTHING ABOUT THE SHELF.           *
004870*****************************************************************
004880 2000-TALLY-ONE-RESULT.
004890     IF RSLT-UNCHECKED
004900         OR RSLT-ALTERNATE
004910         OR RSLT-DISQUALIFIED
004920         GO TO 2000-NEXT
004930     END-IF
004940     MOVE 'N' TO WS-STRATA-FOUND-SW
004950     PERFORM 2100-MATCH-ONE-STRATUM THRU 2100-EXIT
004960         VARYING WS-STRATA-IX FROM 1 BY 1
004970         UNTIL WS-STRATA-IX > WS-STRATA-COUNT
004980             OR WS-STRATA-FOUND
004990     IF NOT WS-STRATA-FOUND
005000         ADD 1 TO WS-UNMATCHED-RESULTS
005010         DISPLAY 'LOSSEST: SUBAREA NOT IN EXTRACT - '
005020             RSLT-SUBAREA
005030         GO TO 2000-NEXT
005040     END-IF
005050     SUBTRACT 1 FROM WS-STRATA-IX
005060     ADD 1 TO WS-STRATA-CHECKED (WS-STRATA-IX)
005070     ADD 1 TO WS-TOTAL-CHECKED
005080     MOVE 0 TO WS-CATEGORY-IX
005090     IF RSLT-MISSING
005100         MOVE 1 TO WS-CATEGORY-IX
005110     END-IF
005120     IF RSLT-MISSHELVED
005130         MOVE 2 TO WS-CATEGORY-IX
005140     END-IF
005150     IF RSLT-DAMAGED
005160         MOVE 3 TO WS-CATEGORY-IX
005170     END-IF
005180     IF WS-CATEGORY-IX > 0
005190         ADD 1 TO WS-STRATA-HITS (WS-STRATA-IX, WS-CATEGORY-IX)
005200         ADD 1 TO WS-TOTAL-HITS (WS-CATEGORY-IX)
005210     END-IF.
005220 2000-NEXT.
005230     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT.
005240 2000-EXIT.
005250     EXIT.
005260
005270 2100-MATCH-ONE-STRATUM.
005280     IF RSLT-SUBAREA = WS-STRATA-SUBAREA (WS-STRATA-IX)
005290         SET WS-STRATA-FOUND TO TRUE
005300     END-IF.
005310 2100-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* 3000-ESTIMATE-ONE-SUBAREA - PROJECT THE SUBAREA'S THREE       *
005360* COUNTS ONTO ITS ROWS, PRINT THEM, AND APPEND THE SUBAREA'S    *
005370* HISTORY RECORD.  THE SUBAREA'S ESTIMATES AND VARIANCES ARE    *
005380* SUMMED FOR THE STRATIFIED COLLECTION FIGURE.                  *
005390*****************************************************************
005400 3000-ESTIMATE-ONE-SUBAREA.
005410     MOVE SPACES TO EST-RECORD
005420     MOVE SUM-RUN-DATE TO EST-RUN-DATE
005430     MOVE SUM-JOB-ID TO EST-JOB-ID
005440     IF SUM-MODE-STRATIFIED
005450         SET EST-MODE-STRATIFIED TO TRUE
005460     ELSE
005470         SET EST-MODE-FLAT TO TRUE
005480     END-IF
005490     SET EST-LEVEL-SUBAREA TO TRUE
005500     MOVE WS-STRATA-SUBAREA (WS-STRATA-IX) TO EST-SUBAREA
005510     MOVE WS-STRATA-ROWS (WS-STRATA-IX) TO EST-CATALOG-ROWS
005520     MOVE WS-STRATA-CHECKED (WS-STRATA-IX) TO EST-CHECKED-DRAWS
005530     COMPUTE EST-WEIGHT ROUNDED =
005540         WS-STRATA-ROWS (WS-STRATA-IX) / WS-STRATA-TOTAL-ROWS
005550     MOVE 'N' TO EST-FEW-DRAWS-SW
005560     IF WS-STRATA-CHECKED (WS-STRATA-IX) < WS-MIN-CHECKED-DRAWS
005570         SET EST-FEW-DRAWS TO TRUE
005580     END-IF
005590     PERFORM 3900-PRINT-SUBAREA-LINE THRU 3900-EXIT
005600     PERFORM 3100-ESTIMATE-ONE-CATEGORY THRU 3100-EXIT
005610         VARYING WS-CATEGORY-IX FROM 1 BY 1
005620         UNTIL WS-CATEGORY-IX > 3
005630     PERFORM 3950-WRITE-EST-RECORD THRU 3950-EXIT.
005640 3000-EXIT.
005650     EXIT.
005660
005670 3100-ESTIMATE-ONE-CATEGORY.
005680     MOVE WS-STRATA-ROWS (WS-STRATA-IX) TO WS-PJ-ROWS
005690     MOVE WS-STRATA-CHECKED (WS-STRATA-IX) TO WS-PJ-DRAWS
005700     MOVE WS-STRATA-HITS (WS-STRATA-IX, WS-CATEGORY-IX)
005710         TO WS-PJ-HITS
005720     PERFORM 3500-PROJECT-ONE-COUNT THRU 3500-EXIT
005730     PERFORM 3550-SET-RANGE-BOUNDS THRU 3550-EXIT
005740     PERFORM 3600-SET-CONFIDENCE-RANGE THRU 3600-EXIT
005750     PERFORM 3700-POST-ONE-CATEGORY THRU 3700-EXIT
005760     ADD WS-PJ-ESTIMATE TO WS-COLL-ESTIMATE (WS-CATEGORY-IX)
005770     ADD WS-PJ-VARIANCE TO WS-COLL-VARIANCE (WS-CATEGORY-IX).
005780 3100-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 3500-PROJECT-ONE-COUNT - SAMPLE PROPORTION, ITS PROJECTION    *
005830* ONTO THE ROWS, AND THE VARIANCE OF THAT PROJECTION WITH THE   *
005840* FINITE-POPULATION CORRECTION.  A SUBAREA CHECKED END TO END   *
005850* HAS NO SAMPLING ERROR; WITH FEWER THAN TWO DRAWS THE          *
005860* PROPORTION'S VARIANCE IS TAKEN AT ITS WORST CASE OF ONE       *
005870* QUARTER.                                                      *
005880*****************************************************************
005890 3500-PROJECT-ONE-COUNT.
005900     MOVE 0 TO WS-PJ-RATE
005910     MOVE 0 TO WS-PJ-ESTIMATE
005920     MOVE 0 TO WS-PJ-VARIANCE
005930     IF WS-PJ-ROWS = 0
005940         GO TO 3500-EXIT
005950     END-IF
005960     IF WS-PJ-DRAWS >= WS-PJ-ROWS
005970         COMPUTE WS-PJ-RATE ROUNDED = WS-PJ-HITS / WS-PJ-DRAWS
005980         MOVE WS-PJ-HITS TO WS-PJ-ESTIMATE
005990         GO TO 3500-EXIT
006000     END-IF
006010     COMPUTE WS-PJ-FPC ROUNDED =
006020         (WS-PJ-ROWS - WS-PJ-DRAWS) / WS-PJ-ROWS
006030     IF WS-PJ-DRAWS < 2
006040         COMPUTE WS-PJ-VARIANCE ROUNDED =
006050             WS-PJ-ROWS * WS-PJ-ROWS * WS-PJ-FPC * 0.25
006060     END-IF
006070     IF WS-PJ-DRAWS = 0
006080         GO TO 3500-EXIT
006090     END-IF
006100     COMPUTE WS-PJ-RATE ROUNDED = WS-PJ-HITS / WS-PJ-DRAWS
006110     COMPUTE WS-PJ-ESTIMATE ROUNDED =
006120         WS-PJ-ROWS * WS-PJ-HITS / WS-PJ-DRAWS
006130     IF WS-PJ-DRAWS >= 2
006140         COMPUTE WS-PJ-VARIANCE ROUNDED =
006150             WS-PJ-ROWS * WS-PJ-ROWS * WS-PJ-FPC
006160                 * WS-PJ-RATE * (1 - WS-PJ-RATE)
006170                 / (WS-PJ-DRAWS - 1)
006180     END-IF.
006190 3500-EXIT.
006200     EXIT.
006210
006220 3550-SET-RANGE-BOUNDS.
006230     MOVE WS-PJ-HITS TO WS-PJ-FLOOR
006240     COMPUTE WS-PJ-CAP = WS-PJ-ROWS - WS-PJ-DRAWS + WS-PJ-HITS
006250     IF WS-PJ-CAP < WS-PJ-FLOOR
006260         MOVE WS-PJ-ROWS TO WS-PJ-CAP
006270     END-IF.
006280 3550-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320* 3600-SET-CONFIDENCE-RANGE - POINT ESTIMATE PLUS AND MINUS     *
006330* 1.96 STANDARD ERRORS, HELD INSIDE THE FLOOR AND CAP.  WITH NO *
006340* CHECKED DRAWS AT ALL THE RANGE IS THE WHOLE SUBAREA.          *
006350*****************************************************************
006360 3600-SET-CONFIDENCE-RANGE.
006370     COMPUTE WS-PJ-PROJECTED ROUNDED = WS-PJ-ESTIMATE
006380     IF WS-PJ-DRAWS = 0
006390         MOVE 0 TO WS-PJ-LOW
006400         MOVE WS-PJ-CAP TO WS-PJ-HIGH
006410         GO TO 3600-EXIT
006420     END-IF
006430     COMPUTE WS-PJ-HALF-WIDTH ROUNDED =
006440         WS-Z-95 * FUNCTION SQRT (WS-PJ-VARIANCE)
006450     COMPUTE WS-PJ-LOW ROUNDED =
006460         WS-PJ-ESTIMATE - WS-PJ-HALF-WIDTH
006470     COMPUTE WS-PJ-HIGH ROUNDED =
006480         WS-PJ-ESTIMATE + WS-PJ-HALF-WIDTH
006490     IF WS-PJ-LOW < WS-PJ-FLOOR
006500         MOVE WS-PJ-FLOOR TO WS-PJ-LOW
006510     END-IF
006520     IF WS-PJ-HIGH > WS-PJ-CAP
006530         MOVE WS-PJ-CAP TO WS-PJ-HIGH
006540     END-IF.
006550 3600-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590* 3700-POST-ONE-CATEGORY - CARRY THE PROJECTION INTO THE        *
006600* HISTORY RECORD AND PRINT ITS REPORT LINE.                     *
006610*****************************************************************
006620 3700-POST-ONE-CATEGORY.
006630     MOVE WS-PJ-HITS TO EST-SAMPLE-COUNT (WS-CATEGORY-IX)
006640     COMPUTE EST-RATE (WS-CATEGORY-IX) ROUNDED = WS-PJ-RATE
006650     MOVE WS-PJ-PROJECTED TO EST-PROJECTED (WS-CATEGORY-IX)
006660     MOVE WS-PJ-LOW TO EST-LOW (WS-CATEGORY-IX)
006670     MOVE WS-PJ-HIGH TO EST-HIGH (WS-CATEGORY-IX)
006680     MOVE WS-CATEGORY-NAME (WS-CATEGORY-IX) TO WS-C-CATEGORY
006690     MOVE WS-PJ-HITS TO WS-C-HITS
006700     COMPUTE WS-RATE-PCT ROUNDED = WS-PJ-RATE * 100
006710     MOVE WS-RATE-PCT TO WS-C-RATE-PCT
006720     MOVE WS-PJ-PROJECTED TO WS-C-PROJECTED
006730     MOVE WS-PJ-LOW TO WS-C-LOW
006740     MOVE WS-PJ-HIGH TO WS-C-HIGH
006750     WRITE RPT-LINE FROM WS-CATEGORY-LINE
006760     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
006770 3700-EXIT.
006780     EXIT.
006790
006800 3900-PRINT-SUBAREA-LINE.
006810     WRITE RPT-LINE FROM WS-BLANK-LINE
006820     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
006830     MOVE EST-SUBAREA TO WS-S-SUBAREA
006840     MOVE EST-CATALOG-ROWS TO WS-S-ROWS
006850     MOVE EST-CHECKED-DRAWS TO WS-S-CHECKED
006860     MOVE EST-WEIGHT TO WS-S-WEIGHT
006870     MOVE SPACES TO WS-S-FEW-DRAWS
006880     IF EST-FEW-DRAWS
006890         MOVE ' FEW DRAWS' TO WS-S-FEW-DRAWS
006900     END-IF
006910     WRITE RPT-LINE FROM WS-SUBAREA-LINE
006920     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
006930 3900-EXIT.
006940     EXIT.
006950
006960 3950-WRITE-EST-RECORD.
006970     WRITE EST-RECORD
006980     PERFORM 1950-CHECK-EST-STATUS THRU 1950-EXIT
006990     ADD 1 TO WS-ESTIMATES-WRITTEN.
007000 3950-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040* 4000-ESTIMATE-COLLECTION - THE WHOLE-COLLECTION FIGURE.  A    *
007050* STRATIFIED RUN SUMS THE SUBAREA PROJECTIONS AND VARIANCES -   *
007060* EACH SUBAREA WEIGHTED BY ITS OWN ROWS.  A FLAT RUN DREW       *
007070* WITHOUT REGARD TO SUBAREA, SO ITS OVERALL PROPORTION IS       *
007080* PROJECTED ONTO THE TOTAL ROWS UNWEIGHTED.                     *
007090*****************************************************************
007100 4000-ESTIMATE-COLLECTION.
007110     MOVE SPACES TO EST-RECORD
007120     MOVE SUM-RUN-DATE TO EST-RUN-DATE
007130     MOVE SUM-JOB-ID TO EST-JOB-ID
007140     IF SUM-MODE-STRATIFIED
007150         SET EST-MODE-STRATIFIED TO TRUE
007160     ELSE
007170         SET EST-MODE-FLAT TO TRUE
007180     END-IF
007190     SET EST-LEVEL-COLLECTION TO TRUE
007200     MOVE 'ALL SUBAREAS' TO EST-SUBAREA
007210     MOVE WS-STRATA-TOTAL-ROWS TO EST-CATALOG-ROWS
007220     MOVE WS-TOTAL-CHECKED TO EST-CHECKED-DRAWS
007230     MOVE 1 TO EST-WEIGHT
007240     MOVE 'N' TO EST-FEW-DRAWS-SW
007250     IF WS-TOTAL-CHECKED < WS-MIN-CHECKED-DRAWS
007260         SET EST-FEW-DRAWS TO TRUE
007270     END-IF
007280     PERFORM 3900-PRINT-SUBAREA-LINE THRU 3900-EXIT
007290     PERFORM 4100-ESTIMATE-ONE-COLL-CATEGORY THRU 4100-EXIT
007300         VARYING WS-CATEGORY-IX FROM 1 BY 1
007310         UNTIL WS-CATEGORY-IX > 3
007320     PERFORM 3950-WRITE-EST-RECORD THRU 3950-EXIT.
007330 4000-EXIT.
007340     EXIT.
007350
007360 4100-ESTIMATE-ONE-COLL-CATEGORY.
007370     MOVE WS-STRATA-TOTAL-ROWS TO WS-PJ-ROWS
007380     MOVE WS-TOTAL-CHECKED TO WS-PJ-DRAWS
007390     MOVE WS-TOTAL-HITS (WS-CATEGORY-IX) TO WS-PJ-HITS
007400     IF SUM-MODE-STRATIFIED
007410         MOVE WS-COLL-ESTIMATE (WS-CATEGORY-IX) TO WS-PJ-ESTIMATE
007420         MOVE WS-COLL-VARIANCE (WS-CATEGORY-IX) TO WS-PJ-VARIANCE
007430         COMPUTE WS-PJ-RATE ROUNDED =
007440             WS-PJ-ESTIMATE / WS-PJ-ROWS
007450     ELSE
007460         PERFORM 3500-PROJECT-ONE-COUNT THRU 3500-EXIT
007470     END-IF
007480     PERFORM 3550-SET-RANGE-BOUNDS THRU 3550-EXIT
007490     PERFORM 3600-SET-CONFIDENCE-RANGE THRU 3600-EXIT
007500     PERFORM 3700-POST-ONE-CATEGORY THRU 3700-EXIT.
007510 4100-EXIT.
007520     EXIT.
007530
007540 5000-DISPLAY-RUN-COUNTS.
007550     DISPLAY 'LOSSEST: RESULTS READ . . . . . : '
007560         WS-RESULTS-READ
007570     DISPLAY 'LOSSEST: CHECKED DRAWS. . . . . : '
007580         WS-TOTAL-CHECKED
007590     DISPLAY 'LOSSEST: SUBAREA NOT IN EXTRACT : '
007600         WS-UNMATCHED-RESULTS
007610     DISPLAY 'LOSSEST: ESTIMATES WRITTEN. . . : '
007620         WS-ESTIMATES-WRITTEN.
007630 5000-EXIT.
007640     EXIT.
007650
007660 9999-EXIT-PROGRAM.
007670     IF WS-CHN-STARTED
007680         MOVE 'E' TO CHN-CTL-FUNCTION
007690         MOVE 'LOSSEST ' TO CHN-CTL-JOB-ID
007700         MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
007710         MOVE RETURN-CODE TO CHN-CTL-RC
007720         CALL 'CHNCTL' USING CHN-CTL-PARM
007730     END-IF
007740     CLOSE RSLT-FILE
007750     CLOSE SUM-FILE
007760     CLOSE EST-FILE
007770     CLOSE RPT-FILE
007780     STOP RUN.
