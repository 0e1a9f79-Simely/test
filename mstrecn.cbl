000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTRECN.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  CROSS-MASTER            *
000100*                    RECONCILIATION: EACH UPDATE PROGRAM KEEPS  *
000110*                    ITS OWN MASTER HONEST, BUT NOTHING CHECKED *
000120*                    THE MASTERS AGAINST EACH OTHER.  THIS      *
000130*                    READS THE FOLLOW-UP, REPAIR, COVERAGE, AND *
000140*                    RESULTS-HISTORY MASTERS WITH THE CATALOG   *
000150*                    EXTRACT AND LISTS EVERY ITEM THE FILES     *
000160*                    DISAGREE ABOUT: OPEN FOLLOW-UPS AND OUT    *
000170*                    REPAIRS SINCE FOUND ON THE SHELF,          *
000180*                    WITHDRAWALS THE CATALOG DELETION JOB NEVER *
000190*                    TOOK, PRIMARY DRAWS MISSING FROM COVERAGE, *
000200*                    AND MASTER KEYS GONE FROM THE CATALOG.     *
000210*                    RETURN CODE 4 FOR COVERAGE DRIFT ONLY, 8   *
000220*                    WHEN ANY ITEM'S STATE IS CONTRADICTED.     *
000221*   10/15/2026  DJM  A DIRECTED-LIST RUN IS NEVER POSTED AS     *
000222*                    COVERAGE, SO ITS PRIMARY DRAWS ARE LEFT    *
000223*                    OUT OF THE COVERAGE CHECK - THE DIRECTED   *
000224*                    RUN DATES ARE TAKEN FROM THE RUN-HISTORY   *
000225*                    MASTER (RUNHIST).                          *
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT FUP-FILE ASSIGN TO FUPMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS FUP-KEY
000320         FILE STATUS IS WS-FUP-STATUS.
000330
000340     SELECT REP-FILE ASSIGN TO REPMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS REP-KEY
000380         FILE STATUS IS WS-REP-STATUS.
000390
000400     SELECT COV-FILE ASSIGN TO COVMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS COV-KEY
000440         FILE STATUS IS WS-COV-STATUS.
000450
000460     SELECT RSLH-FILE ASSIGN TO RSLTHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS RSLH-KEY
000500         FILE STATUS IS WS-RSLH-STATUS.
000510
000511     SELECT RUNH-FILE ASSIGN TO RUNHIST
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS SEQUENTIAL
000514         RECORD KEY IS RUNH-KEY
000515         FILE STATUS IS WS-RUNH-STATUS.
000516
000520     SELECT CAT-FILE ASSIGN TO CATEXTR
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CAT-STATUS.
000550
000560     SELECT RPT-FILE ASSIGN TO RPTOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FUP-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY FUPREC.
000650
000660 FD  REP-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY REPREC.
000690
000700 FD  COV-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY COVREC.
000730
000740 FD  RSLH-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY RSLHREC.
000762
000764 FD  RUNH-FILE
000766     LABEL RECORDS ARE STANDARD.
000768 COPY RUNHREC.
000770
000780 FD  CAT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CATREC.
000820
000830 FD  RPT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  RPT-LINE                    PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890
000900*****************************************************************
000910* NIGHTS A WITHDRAWN ITEM MAY STILL SHOW IN THE EXTRACT AFTER   *
000920* WDRWUPD FED IT TO THE CATALOG DELETION JOB - THE DELETION     *
000930* RUNS IN THE NEXT DB2 MAINTENANCE WINDOW, NOT THE SAME NIGHT.  *
000940*****************************************************************
000950 77  WS-DELETE-GRACE-NIGHTS       PIC 9(02) VALUE 3.
000960
000970 01  WS-EOF-SWITCHES.
000980     05  WS-FUP-EOF-SW            PIC X(01) VALUE 'N'.
000990         88  WS-FUP-EOF                   VALUE 'Y'.
001000     05  WS-REP-EOF-SW            PIC X(01) VALUE 'N'.
001010         88  WS-REP-EOF                   VALUE 'Y'.
001020     05  WS-RSLH-EOF-SW           PIC X(01) VALUE 'N'.
001030         88  WS-RSLH-EOF                  VALUE 'Y'.
001033     05  WS-RUNH-EOF-SW           PIC X(01) VALUE 'N'.
001036         88  WS-RUNH-EOF                  VALUE 'Y'.
001040     05  WS-CAT-EOF-SW            PIC X(01) VALUE 'N'.
001050         88  WS-CAT-EOF                   VALUE 'Y'.
001060
001070 01  WS-FILE-STATUSES.
001080     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
001090     05  WS-REP-STATUS            PIC X(02) VALUE '00'.
001100     05  WS-COV-STATUS            PIC X(02) VALUE '00'.
001110     05  WS-RSLH-STATUS           PIC X(02) VALUE '00'.
001115     05  WS-RUNH-STATUS           PIC X(02) VALUE '00'.
001120     05  WS-CAT-STATUS            PIC X(02) VALUE '00'.
001130     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001140
001150 01  WS-RECON-WORK.
001160     05  WS-RUN-DATE              PIC 9(08).
001170     05  WS-EXTRACT-DATE          PIC 9(08) VALUE 0.
001180     05  WS-EXTRACT-INT           PIC S9(07) COMP.
001190     05  WS-WITHDRAWN-INT         PIC S9(07) COMP.
001200     05  WS-NIGHTS-SINCE          PIC S9(05) COMP.
001210     05  WS-LAST-COV-CALLNO       PIC 9(04) VALUE 0.
001220     05  WS-CALLNO-IX             PIC 9(04) COMP.
001230     05  WS-LATEST-RUN-NUM        PIC 9(08).
001240
001250*        EXTRACT CONTROL-RECORD BOOKKEEPING - A TRUNCATED
001260*        EXTRACT WOULD MAKE LIVE ITEMS LOOK DELETED.
001270 01  WS-EXTRACT-CONTROL.
001280     05  WS-CAT-ROWS-READ         PIC 9(06) COMP VALUE 0.
001290     05  WS-CAT-HDR-SW            PIC X(01) VALUE 'N'.
001300         88  WS-CAT-HDR-SEEN             VALUE 'Y'.
001310     05  WS-CAT-TRL-SW            PIC X(01) VALUE 'N'.
001320         88  WS-CAT-TRL-SEEN             VALUE 'Y'.
001330     05  WS-CAT-TRL-COUNT         PIC 9(06) VALUE 0.
001340
001350*****************************************************************
001351* RUN DATES OF THE DIRECTED-LIST RUNS ON THE RUN-HISTORY        *
001352* MASTER.  A DIRECTED RUN AUDITED THE DESK'S CALL-NUMBER LIST,  *
001353* NOT A RANDOM SAMPLE, SO COVGUPD NEVER POSTS IT AS COVERAGE    *
001354* AND ITS DRAWS ARE NO COVERAGE GAP.                            *
001355*****************************************************************
001356 01  WS-DIRECTED-RUNS.
001357     05  WS-DIRECTED-MAX          PIC 9(04) COMP VALUE 999.
001358     05  WS-DIRECTED-COUNT        PIC 9(04) COMP VALUE 0.
001359     05  WS-DIRECTED-IX           PIC 9(04) COMP.
001360     05  WS-DIRECTED-RUN-SW       PIC X(01) VALUE 'N'.
001361         88  WS-DIRECTED-RUN             VALUE 'Y'.
001362     05  WS-DIRECTED-RUN-DATE     PIC X(08)
001363                                  OCCURS 999 TIMES.
001364
001365*****************************************************************
001366* ONE SLOT PER POSSIBLE CALL NUMBER, SUBSCRIPTED BY THE CALL    *
001370* NUMBER ITSELF: WHETHER THE EXTRACT CARRIES IT, AND THE RUN    *
001380* DATE AND DISPOSITION OF ITS LATEST RESULTS-HISTORY RECORD.    *
001390* THE EXTRACT IS IN SUBAREA ORDER AND THE MASTERS IN CALL       *
001400* NUMBER ORDER, SO A DIRECT LOOKUP SAVES A SORT.                *
001410*****************************************************************
001420 01  WS-CALLNO-TABLE.
001430     05  WS-CALLNO-ENTRY OCCURS 9999 TIMES.
001440         10  WS-CN-IN-CATALOG-SW  PIC X(01).
001450             88  WS-CN-IN-CATALOG        VALUE 'Y'.
001460         10  WS-CN-LATEST-RUN     PIC X(08).
001470         10  WS-CN-LATEST-DISP    PIC X(01).
001480             88  WS-CN-LATEST-FOUND      VALUE 'F'.
001490
001500 01  WS-RUN-COUNTS.
001510     05  WS-RSLH-READ             PIC 9(05) VALUE 0.
001515     05  WS-RUNH-READ             PIC 9(05) VALUE 0.
001520     05  WS-FUP-READ              PIC 9(05) VALUE 0.
001530     05  WS-REP-READ              PIC 9(05) VALUE 0.
001540     05  WS-FUP-FOUND-CT          PIC 9(03) VALUE 0.
001550     05  WS-REP-FOUND-CT          PIC 9(03) VALUE 0.
001560     05  WS-WDL-CATALOG-CT        PIC 9(03) VALUE 0.
001570     05  WS-COV-GAP-CT            PIC 9(03) VALUE 0.
001580     05  WS-NO-CATALOG-CT         PIC 9(03) VALUE 0.
001590     05  WS-STATE-CT              PIC 9(04) VALUE 0.
001600
001610*****************************************************************
001620* REPORT LINE LAYOUTS.                                          *
001630*****************************************************************
001640 01  WS-HEADING-LINE-1.
001650     05  FILLER                   PIC X(40)
001660         VALUE 'CROSS-MASTER RECONCILIATION REPORT'.
001670
001680 01  WS-HEADING-LINE-2.
001690     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001700     05  WS-H2-RUN-DATE           PIC 9(08).
001710     05  FILLER                   PIC X(18)
001720         VALUE '  EXTRACT UNLOAD '.
001730     05  WS-H2-EXTRACT-DATE       PIC 9(08).
001740
001750 01  WS-COLUMN-HEADING-LINE.
001760     05  FILLER                   PIC X(42) VALUE
001770         'CALLNO MASTER    SUBAREA       EXCEPTION'.
001780
001790 01  WS-DETAIL-LINE.
001800     05  WS-D-CALLNO              PIC 9(04).
001810     05  FILLER                   PIC X(03) VALUE SPACES.
001820     05  WS-D-MASTER              PIC X(08).
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001840     05  WS-D-SUBAREA             PIC X(12).
001850     05  FILLER                   PIC X(02) VALUE SPACES.
001860     05  WS-D-EXCEPTION           PIC X(36).
001870     05  FILLER                   PIC X(01) VALUE SPACES.
001880     05  WS-D-DATE                PIC X(08).
001890
001900 01  WS-SUMMARY-HEADING-LINE.
001910     05  FILLER                   PIC X(42)
001920         VALUE 'EXCEPTION SUMMARY                  CNT  RC'.
001930
001940 01  WS-SUMMARY-LINE.
001950     05  WS-S-LABEL               PIC X(34).
001960     05  WS-S-COUNT               PIC ZZZ9.
001970     05  FILLER                   PIC X(02) VALUE SPACES.
001980     05  WS-S-SEVERITY            PIC 9(02).
001990
002000 01  WS-CLEAN-LINE.
002010     05  FILLER                   PIC X(44) VALUE
002020         'NO EXCEPTIONS - THE MASTERS AGREE'.
002030
002040 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002050
002060 PROCEDURE DIVISION.
002070
002080*****************************************************************
002090* 0000-MAINLINE - LOAD THE CATALOG AND THE LATEST HISTORY PER   *
002100* CALL NUMBER, THEN TEST EACH MASTER AGAINST THEM AND GRADE     *
002110* THE RETURN CODE FROM WHAT WAS FOUND.                          *
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002150     PERFORM 2000-RECONCILE-ONE-HISTORY THRU 2000-EXIT
002160         UNTIL WS-RSLH-EOF
002170     PERFORM 3000-RECONCILE-ONE-FOLLOWUP THRU 3000-EXIT
002180         UNTIL WS-FUP-EOF
002190     PERFORM 4000-RECONCILE-ONE-REPAIR THRU 4000-EXIT
002200         UNTIL WS-REP-EOF
002210     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
002220     DISPLAY 'MSTRECN: HISTORY RECORDS READ . : '
002230         WS-RSLH-READ
002232     DISPLAY 'MSTRECN: RUN HISTORY READ. . . . : '
002234         WS-RUNH-READ
002236     DISPLAY 'MSTRECN: DIRECTED RUNS EXCLUDED. : '
002238         WS-DIRECTED-COUNT
002240     DISPLAY 'MSTRECN: FOLLOW-UP RECORDS READ : '
002250         WS-FUP-READ
002260     DISPLAY 'MSTRECN: REPAIR RECORDS READ. . : '
002270         WS-REP-READ
002280     DISPLAY 'MSTRECN: STATE EXCEPTIONS . . . : '
002290         WS-STATE-CT
002300     DISPLAY 'MSTRECN: COVERAGE GAPS. . . . . : '
002310         WS-COV-GAP-CT
002320     GO TO 9999-EXIT-PROGRAM.
002330
002340*****************************************************************
002350* 1000-INITIALIZE-RUN - OPEN THE FILES, LOAD THE CATALOG        *
002360* PRESENCE TABLE AND THE DIRECTED RUN DATES, PRINT THE          *
002370* HEADINGS, AND PRIME THE HISTORY, FOLLOW-UP, AND REPAIR READS. *
002380*****************************************************************
002390 1000-INITIALIZE-RUN.
002400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002410     PERFORM 1050-CLEAR-ONE-CALLNO THRU 1050-EXIT
002420         VARYING WS-CALLNO-IX FROM 1 BY 1
002430         UNTIL WS-CALLNO-IX > 9999
002440     OPEN INPUT FUP-FILE
002450     IF WS-FUP-STATUS NOT = '00'
002460         DISPLAY 'MSTRECN: FOLLOW-UP MASTER OPEN FAILED, STATUS='
002470             WS-FUP-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         GO TO 9999-EXIT-PROGRAM
002500     END-IF
002510     OPEN INPUT REP-FILE
002520     IF WS-REP-STATUS NOT = '00'
002530         DISPLAY 'MSTRECN: REPAIR MASTER OPEN FAILED, STATUS='
002540             WS-REP-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 9999-EXIT-PROGRAM
002570     END-IF
002580     OPEN INPUT COV-FILE
002590     IF WS-COV-STATUS NOT = '00'
002600         DISPLAY 'MSTRECN: COVERAGE MASTER OPEN FAILED, STATUS='
002610             WS-COV-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 9999-EXIT-PROGRAM
002640     END-IF
002650     OPEN INPUT RSLH-FILE
002660     IF WS-RSLH-STATUS NOT = '00'
002670         DISPLAY 'MSTRECN: HISTORY FILE OPEN FAILED, STATUS='
002680             WS-RSLH-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         GO TO 9999-EXIT-PROGRAM
002710     END-IF
002720     OPEN OUTPUT RPT-FILE
002730     IF WS-RPT-STATUS NOT = '00'
002740         DISPLAY 'MSTRECN: REPORT FILE OPEN FAILED, STATUS='
002750             WS-RPT-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 9999-EXIT-PROGRAM
002780     END-IF
002790     PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT
002795     PERFORM 1400-LOAD-DIRECTED-RUNS THRU 1400-EXIT
002800     COMPUTE WS-EXTRACT-INT =
002810         FUNCTION INTEGER-OF-DATE (WS-EXTRACT-DATE)
002820     WRITE RPT-LINE FROM WS-HEADING-LINE-1
002830     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002840     MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
002850     MOVE WS-EXTRACT-DATE TO WS-H2-EXTRACT-DATE
002860     WRITE RPT-LINE FROM WS-HEADING-LINE-2
002870     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002880     WRITE RPT-LINE FROM WS-BLANK-LINE
002890     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002900     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
002910     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002920     PERFORM 1100-READ-RSLH-FILE THRU 1100-EXIT
002930     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT
002940     PERFORM 1250-READ-REP-FILE THRU 1250-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970
002980 1050-CLEAR-ONE-CALLNO.
002990     MOVE 'N' TO WS-CN-IN-CATALOG-SW (WS-CALLNO-IX)
003000     MOVE SPACES TO WS-CN-LATEST-RUN (WS-CALLNO-IX)
003010     MOVE SPACE TO WS-CN-LATEST-DISP (WS-CALLNO-IX).
003020 1050-EXIT.
003030     EXIT.
003040
003050 1100-READ-RSLH-FILE.
003060     READ RSLH-FILE
003070         AT END
003080             SET WS-RSLH-EOF TO TRUE
003090     END-READ.
003100 1100-EXIT.
003110     EXIT.
003120
003130 1200-READ-FUP-FILE.
003140     READ FUP-FILE
003150         AT END
003160             SET WS-FUP-EOF TO TRUE
003170     END-READ.
003180 1200-EXIT.
003190     EXIT.
003200
003210 1250-READ-REP-FILE.
003220     READ REP-FILE
003230         AT END
003240             SET WS-REP-EOF TO TRUE
003250     END-READ.
003260 1250-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 1300-LOAD-CATALOG - MARK EVERY CALL NUMBER THE EXTRACT        *
003310* CARRIES.  A STALE OR TRUNCATED EXTRACT WOULD REPORT LIVE      *
003320* ITEMS AS DELETED, SO IT IS REFUSED OUTRIGHT.                  *
003330*****************************************************************
003340 1300-LOAD-CATALOG.
003350     OPEN INPUT CAT-FILE
003360     IF WS-CAT-STATUS NOT = '00'
003370         DISPLAY 'MSTRECN: CATALOG EXTRACT OPEN FAILED, STATUS='
003380             WS-CAT-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 9999-EXIT-PROGRAM
003410     END-IF
003420     PERFORM 1310-LOAD-ONE-ROW THRU 1310-EXIT
003430         UNTIL WS-CAT-EOF
003440     CLOSE CAT-FILE
003450     IF NOT WS-CAT-HDR-SEEN
003460         OR NOT WS-CAT-TRL-SEEN
003470         DISPLAY 'MSTRECN: EXTRACT HAS NO CONTROL RECORDS - '
003480             'NOT RECONCILED'
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 9999-EXIT-PROGRAM
003510     END-IF
003520     IF WS-CAT-TRL-COUNT NOT = WS-CAT-ROWS-READ
003530         DISPLAY 'MSTRECN: EXTRACT SHORT - TRAILER COUNT '
003540             'MISMATCH - NOT RECONCILED'
003550         MOVE 16 TO RETURN-CODE
003560         GO TO 9999-EXIT-PROGRAM
003570     END-IF
003580     IF WS-CAT-ROWS-READ = 0
003590         DISPLAY 'MSTRECN: CATALOG EXTRACT IS EMPTY'
003600         MOVE 16 TO RETURN-CODE
003610         GO TO 9999-EXIT-PROGRAM
003620     END-IF.
003630 1300-EXIT.
003640     EXIT.
003650
003660 1310-LOAD-ONE-ROW.
003670     READ CAT-FILE
003680         AT END
003690             SET WS-CAT-EOF TO TRUE
003700         NOT AT END
003710             IF CAT-CTL-CONTROL
003720                 IF CAT-CTL-HEADER
003730                     SET WS-CAT-HDR-SEEN TO TRUE
003740                     MOVE CAT-CTL-DATE TO WS-EXTRACT-DATE
003750                 ELSE
003760                     SET WS-CAT-TRL-SEEN TO TRUE
003770                     MOVE CAT-CTL-ROW-COUNT
003780                         TO WS-CAT-TRL-COUNT
003790                 END-IF
003800             ELSE
003810                 ADD 1 TO WS-CAT-ROWS-READ
003820                 IF CAT-CALLNO > 0
003830                     SET WS-CN-IN-CATALOG (CAT-CALLNO) TO TRUE
003840                 END-IF
003850             END-IF
003860     END-READ.
003870 1310-EXIT.
003880     EXIT.
003890
003891*****************************************************************
003892* 1400-LOAD-DIRECTED-RUNS - NOTE THE RUN DATE OF EVERY          *
003893* DIRECTED-LIST RUN THE RUN-HISTORY MASTER HOLDS.  A TABLE TOO  *
003894* SMALL FOR THEM WOULD REPORT THE REST AS COVERAGE GAPS, SO THE *
003895* RUN IS REFUSED INSTEAD.                                       *
003896*****************************************************************
003897 1400-LOAD-DIRECTED-RUNS.
003898     OPEN INPUT RUNH-FILE
003899     IF WS-RUNH-STATUS NOT = '00'
003900         DISPLAY 'MSTRECN: RUN HISTORY OPEN FAILED, STATUS='
003901             WS-RUNH-STATUS
003902         MOVE 16 TO RETURN-CODE
003903         GO TO 9999-EXIT-PROGRAM
003904     END-IF
003905     PERFORM 1410-LOAD-ONE-RUN THRU 1410-EXIT
003906         UNTIL WS-RUNH-EOF
003907     CLOSE RUNH-FILE.
003908 1400-EXIT.
003909     EXIT.
003910
003911 1410-LOAD-ONE-RUN.
003912     READ RUNH-FILE
003913         AT END
003914             SET WS-RUNH-EOF TO TRUE
003915             GO TO 1410-EXIT
003916     END-READ
003917     ADD 1 TO WS-RUNH-READ
003918     IF RUNH-SAMPLE-MODE NOT = 'D'
003919         GO TO 1410-EXIT
003920     END-IF
003921     IF WS-DIRECTED-COUNT NOT < WS-DIRECTED-MAX
003922         DISPLAY 'MSTRECN: DIRECTED RUN TABLE FULL - NOT '
003923             'RECONCILED'
003924         MOVE 16 TO RETURN-CODE
003925         GO TO 9999-EXIT-PROGRAM
003926     END-IF
003927     ADD 1 TO WS-DIRECTED-COUNT
003928     MOVE RUNH-RUN-DATE
003929         TO WS-DIRECTED-RUN-DATE (WS-DIRECTED-COUNT).
003930 1410-EXIT.
003931     EXIT.
003932
003933 1900-CHECK-RPT-STATUS.
003934     IF WS-RPT-STATUS NOT = '00'
003935         DISPLAY 'MSTRECN: REPORT FILE WRITE FAILED, STATUS='
003936             WS-RPT-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 9999-EXIT-PROGRAM
003960     END-IF.
003970 1900-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010* 2000-RECONCILE-ONE-HISTORY - THE HISTORY IS IN CALL NUMBER,   *
004020* RUN DATE ORDER, SO THE LAST RECORD READ FOR A CALL NUMBER IS  *
004030* ITS LATEST DISPOSITION.  A PRIMARY DRAW OF A SAMPLED RUN MUST *
004040* ALSO HAVE A COVERAGE RECORD - CHECKED ONCE PER CALL NUMBER.   *
004050*****************************************************************
004060 2000-RECONCILE-ONE-HISTORY.
004070     ADD 1 TO WS-RSLH-READ
004080     IF RSLH-CALLNO = 0
004090         GO TO 2000-NEXT
004100     END-IF
004110     MOVE RSLH-RUN-DATE TO WS-CN-LATEST-RUN (RSLH-CALLNO)
004120     MOVE RSLH-DISP-CODE TO WS-CN-LATEST-DISP (RSLH-CALLNO)
004122     PERFORM 2100-CHECK-DIRECTED-RUN THRU 2100-EXIT
004124     IF WS-DIRECTED-RUN
004126         GO TO 2000-NEXT
004128     END-IF
004130     IF RSLH-ALTERNATE
004140         OR RSLH-CALLNO = WS-LAST-COV-CALLNO
004150         GO TO 2000-NEXT
004160     END-IF
004170     MOVE RSLH-CALLNO TO WS-LAST-COV-CALLNO
004180     MOVE RSLH-CALLNO TO COV-CALLNO
004190     READ COV-FILE
004200     IF WS-COV-STATUS = '00'
004210         GO TO 2000-NEXT
004220     END-IF
004230     IF WS-COV-STATUS NOT = '23'
004240         DISPLAY 'MSTRECN: COVERAGE MASTER READ FAILED, STATUS='
004250             WS-COV-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         GO TO 9999-EXIT-PROGRAM
004280     END-IF
004290     ADD 1 TO WS-COV-GAP-CT
004300     MOVE RSLH-CALLNO TO WS-D-CALLNO
004310     MOVE 'RSLTHIST' TO WS-D-MASTER
004320     MOVE RSLH-SUBAREA TO WS-D-SUBAREA
004330     MOVE 'PRIMARY DRAW WITH NO COVERAGE, RUN'
004340         TO WS-D-EXCEPTION
004350     MOVE RSLH-RUN-DATE TO WS-D-DATE
004360     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
004370 2000-NEXT.
004380     PERFORM 1100-READ-RSLH-FILE THRU 1100-EXIT.
004390 2000-EXIT.
004391     EXIT.
004392
004393 2100-CHECK-DIRECTED-RUN.
004394     MOVE 'N' TO WS-DIRECTED-RUN-SW
004395     PERFORM 2110-MATCH-ONE-DIRECTED THRU 2110-EXIT
004396         VARYING WS-DIRECTED-IX FROM 1 BY 1
004397         UNTIL WS-DIRECTED-IX > WS-DIRECTED-COUNT
004398         OR WS-DIRECTED-RUN.
004399 2100-EXIT.
004400     EXIT.
004401
004402 2110-MATCH-ONE-DIRECTED.
004403     IF WS-DIRECTED-RUN-DATE (WS-DIRECTED-IX) = RSLH-RUN-DATE
004404         SET WS-DIRECTED-RUN TO TRUE
004405     END-IF.
004406 2110-EXIT.
004407     EXIT.
004410
004420*****************************************************************
004430* 3000-RECONCILE-ONE-FOLLOWUP - AN OPEN ITEM WHOSE LATEST       *
004440* HISTORY SINCE THE EPISODE BEGAN SAYS FOUND SHOULD HAVE BEEN   *
004450* CLEARED.  A WITHDRAWN ITEM IS EXPECTED TO LEAVE THE CATALOG   *
004460* WITHIN THE GRACE NIGHTS; ANY OTHER ITEM IS EXPECTED TO STAY.  *
004470* CLEARED ITEMS NEED ONLY STILL BE CATALOGED.                   *
004480*****************************************************************
004490 3000-RECONCILE-ONE-FOLLOWUP.
004500     ADD 1 TO WS-FUP-READ
004510     IF FUP-CALLNO = 0
004520         GO TO 3000-NEXT
004530     END-IF
004540     MOVE FUP-CALLNO TO WS-D-CALLNO
004550     MOVE 'FUPMAST ' TO WS-D-MASTER
004560     MOVE FUP-SUBAREA TO WS-D-SUBAREA
004570     IF FUP-WITHDRAWN
004580         PERFORM 3100-CHECK-WITHDRAWAL THRU 3100-EXIT
004590         GO TO 3000-NEXT
004600     END-IF
004610     IF NOT WS-CN-IN-CATALOG (FUP-CALLNO)
004620         ADD 1 TO WS-NO-CATALOG-CT
004630         MOVE 'KEY NOT IN CATALOG EXTRACT'
004640             TO WS-D-EXCEPTION
004650         MOVE SPACES TO WS-D-DATE
004660         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004670     END-IF
004680     IF FUP-OPEN
004690         AND WS-CN-LATEST-FOUND (FUP-CALLNO)
004700         MOVE WS-CN-LATEST-RUN (FUP-CALLNO)
004710             TO WS-LATEST-RUN-NUM
004720         IF WS-LATEST-RUN-NUM > FUP-FIRST-FOUND-DATE
004730             ADD 1 TO WS-FUP-FOUND-CT
004740             MOVE 'OPEN FOLLOW-UP, FOUND ON SHELF RUN'
004750                 TO WS-D-EXCEPTION
004760             MOVE WS-CN-LATEST-RUN (FUP-CALLNO) TO WS-D-DATE
004770             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004780         END-IF
004790     END-IF.
004800 3000-NEXT.
004810     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT.
004820 3000-EXIT.
004830     EXIT.
004840
004850 3100-CHECK-WITHDRAWAL.
004860     IF NOT WS-CN-IN-CATALOG (FUP-CALLNO)
004870         GO TO 3100-EXIT
004880     END-IF
004890     IF FUP-WITHDRAWN-DATE = 0
004900         GO TO 3100-EXIT
004910     END-IF
004920     COMPUTE WS-WITHDRAWN-INT =
004930         FUNCTION INTEGER-OF-DATE (FUP-WITHDRAWN-DATE)
004940     COMPUTE WS-NIGHTS-SINCE =
004950         WS-EXTRACT-INT - WS-WITHDRAWN-INT
004960     IF WS-NIGHTS-SINCE > WS-DELETE-GRACE-NIGHTS
004970         ADD 1 TO WS-WDL-CATALOG-CT
004980         MOVE 'WITHDRAWN, STILL IN CATALOG SINCE'
004990             TO WS-D-EXCEPTION
005000         MOVE FUP-WITHDRAWN-DATE TO WS-D-DATE
005010         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005020     END-IF.
005030 3100-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070* 4000-RECONCILE-ONE-REPAIR - AN OUT ITEM THAT A LATER RUN      *
005080* FOUND SOUND ON THE SHELF CAME BACK WITHOUT ITS RETURN BEING   *
005090* KEYED.  EVERY REPAIR KEY, OUT OR RETURNED, MUST STILL BE      *
005100* CATALOGED.                                                    *
005110*****************************************************************
005120 4000-RECONCILE-ONE-REPAIR.
005130     ADD 1 TO WS-REP-READ
005140     IF REP-CALLNO = 0
005150         GO TO 4000-NEXT
005160     END-IF
005170     MOVE REP-CALLNO TO WS-D-CALLNO
005180     MOVE 'REPMAST ' TO WS-D-MASTER
005190     MOVE REP-SUBAREA TO WS-D-SUBAREA
005200     IF NOT WS-CN-IN-CATALOG (REP-CALLNO)
005210         ADD 1 TO WS-NO-CATALOG-CT
005220         MOVE 'KEY NOT IN CATALOG EXTRACT'
005230             TO WS-D-EXCEPTION
005240         MOVE SPACES TO WS-D-DATE
005250         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005260     END-IF
005270     IF REP-OUT
005280         AND WS-CN-LATEST-FOUND (REP-CALLNO)
005290         MOVE WS-CN-LATEST-RUN (REP-CALLNO)
005300             TO WS-LATEST-RUN-NUM
005310         IF WS-LATEST-RUN-NUM > REP-SENT-DATE
005320             ADD 1 TO WS-REP-FOUND-CT
005330             MOVE 'OUT FOR REPAIR, FOUND ON SHELF RUN'
005340                 TO WS-D-EXCEPTION
005350             MOVE WS-CN-LATEST-RUN (REP-CALLNO) TO WS-D-DATE
005360             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005370         END-IF
005380     END-IF.
005390 4000-NEXT.
005400     PERFORM 1250-READ-REP-FILE THRU 1250-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450* 5000-PRINT-SUMMARY - ONE LINE PER EXCEPTION CLASS WITH ITS    *
005460* SEVERITY, AND THE GRADED RETURN CODE: 8 WHEN ANY MASTER       *
005470* CONTRADICTS ANOTHER ABOUT AN ITEM'S STATE, 4 WHEN THE ONLY    *
005480* FINDINGS ARE COVERAGE GAPS, 0 WHEN THE MASTERS AGREE.         *
005490*****************************************************************
005500 5000-PRINT-SUMMARY.
005510     COMPUTE WS-STATE-CT =
005520         WS-FUP-FOUND-CT + WS-REP-FOUND-CT
005530         + WS-WDL-CATALOG-CT + WS-NO-CATALOG-CT
005540     WRITE RPT-LINE FROM WS-BLANK-LINE
005550     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
005560     IF WS-STATE-CT = 0
005570         AND WS-COV-GAP-CT = 0
005580         WRITE RPT-LINE FROM WS-CLEAN-LINE
005590         PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
005600         GO TO 5000-EXIT
005610     END-IF
005620     WRITE RPT-LINE FROM WS-SUMMARY-HEADING-LINE
005630     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
005640     MOVE 'OPEN FOLLOW-UPS FOUND ON SHELF' TO WS-S-LABEL
005650     MOVE WS-FUP-FOUND-CT TO WS-S-COUNT
005660     MOVE 8 TO WS-S-SEVERITY
005670     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
005680     MOVE 'OUT REPAIRS FOUND ON SHELF' TO WS-S-LABEL
005690     MOVE WS-REP-FOUND-CT TO WS-S-COUNT
005700     MOVE 8 TO WS-S-SEVERITY
005710     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
005720     MOVE 'WITHDRAWALS STILL IN CATALOG' TO WS-S-LABEL
005730     MOVE WS-WDL-CATALOG-CT TO WS-S-COUNT
005740     MOVE 8 TO WS-S-SEVERITY
005750     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
005760     MOVE 'MASTER KEYS NOT IN CATALOG' TO WS-S-LABEL
005770     MOVE WS-NO-CATALOG-CT TO WS-S-COUNT
005780     MOVE 8 TO WS-S-SEVERITY
005790     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
005800     MOVE 'PRIMARY DRAWS WITH NO COVERAGE' TO WS-S-LABEL
005810     MOVE WS-COV-GAP-CT TO WS-S-COUNT
005820     MOVE 4 TO WS-S-SEVERITY
005830     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
005840     IF WS-STATE-CT > 0
005850         MOVE 8 TO RETURN-CODE
005860     ELSE
005870         MOVE 4 TO RETURN-CODE
005880     END-IF.
005890 5000-EXIT.
005900     EXIT.
005910
005920 5100-WRITE-SUMMARY-LINE.
005930     WRITE RPT-LINE FROM WS-SUMMARY-LINE
005940     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
005950 5100-EXIT.
005960     EXIT.
005970
005980 6000-WRITE-EXCEPTION.
005990     WRITE RPT-LINE FROM WS-DETAIL-LINE
006000     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
006010 6000-EXIT.
006020     EXIT.
006030
006040 9999-EXIT-PROGRAM.
006050     CLOSE FUP-FILE
006060     CLOSE REP-FILE
006070     CLOSE COV-FILE
006080     CLOSE RSLH-FILE
006085     CLOSE RUNH-FILE
006090     CLOSE RPT-FILE
006100     STOP RUN.
