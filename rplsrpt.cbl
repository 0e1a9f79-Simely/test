000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPLSRPT.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  MONTHLY SUMMARY OF      *
000100*                    REPLACEMENTS REQUESTED AGAINST BUDGET -    *
000110*                    FOR EACH SUBAREA THE MONTH'S CAP, WHAT     *
000120*                    RPLSEL HAS REQUESTED AND DEFERRED, AND     *
000130*                    WHAT IS LEFT, FROM THE REPLACEMENT BUDGET  *
000140*                    LEDGER.  THE MONTH (YYYYMM) COMES IN THE   *
000150*                    PARM AND DEFAULTS TO THE CURRENT MONTH.    *
000160*****************************************************************
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT BUD-FILE ASSIGN TO BUDPARM
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-BUD-STATUS.
000240
000250     SELECT RPL-FILE ASSIGN TO RPLLEDG
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS RPL-KEY
000290         FILE STATUS IS WS-RPL-STATUS.
000300
000310     SELECT RPT-FILE ASSIGN TO RPTOUT
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-RPT-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  BUD-FILE
000380     RECORDING MODE IS F
000390     LABEL RECORDS ARE STANDARD.
000400 COPY RPLBPRM.
000410
000420 FD  RPL-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 COPY RPLLREC.
000450
000460 FD  RPT-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  RPT-LINE                    PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520
000530 01  WS-EOF-SWITCHES.
000540     05  WS-BUD-EOF-SW            PIC X(01) VALUE 'N'.
000550         88  WS-BUD-EOF                   VALUE 'Y'.
000560     05  WS-RPL-EOF-SW            PIC X(01) VALUE 'N'.
000570         88  WS-RPL-EOF                   VALUE 'Y'.
000580
000590 01  WS-FILE-STATUSES.
000600     05  WS-BUD-STATUS            PIC X(02) VALUE '00'.
000610     05  WS-RPL-STATUS            PIC X(02) VALUE '00'.
000620     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000630
000640 01  WS-REPORT-WORK.
000650     05  WS-RUN-DATE              PIC 9(08).
000660     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000670         10  WS-RUN-MONTH         PIC 9(06).
000680         10  FILLER               PIC 9(02).
000690     05  WS-SEL-MONTH             PIC 9(06).
000700     05  WS-LEDGER-READ           PIC 9(05) VALUE 0.
000710     05  WS-LEDGER-SELECTED       PIC 9(05) VALUE 0.
000720     05  WS-SUBAREAS-OVER         PIC 9(03) VALUE 0.
000730     05  WS-TOT-CAP               PIC S9(09)V99 COMP-3 VALUE 0.
000740     05  WS-TOT-REQ-CT            PIC 9(05) COMP VALUE 0.
000750     05  WS-TOT-REQ-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
000760     05  WS-TOT-DEF-CT            PIC 9(05) COMP VALUE 0.
000770     05  WS-TOT-DEF-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
000780     05  WS-REMAINING             PIC S9(09)V99 COMP-3 VALUE 0.
000790
000800*****************************************************************
000810* ONE ENTRY PER SUBAREA - EVERY SUBAREA ON THE BUDGET FILE,     *
000820* PLUS ANY THE LEDGER SHOWS DEFERRED WITH NO BUDGET AT ALL.     *
000830*****************************************************************
000840 01  WS-SUMMARY-TABLE.
000850     05  WS-SUM-COUNT             PIC 9(02) VALUE 0.
000860     05  WS-SUM-IX                PIC 9(02).
000870     05  WS-SUM-MATCHED-SW        PIC X(01) VALUE 'N'.
000880         88  WS-SUM-MATCHED               VALUE 'Y'.
000890     05  WS-SEEK-SUBAREA          PIC X(12).
000900     05  WS-SUM-ENTRY OCCURS 60 TIMES.
000910         10  WS-SUM-SUBAREA       PIC X(12).
000920         10  WS-SUM-BUDGET-SW     PIC X(01).
000930             88  WS-SUM-BUDGETED         VALUE 'Y'.
000940         10  WS-SUM-CAP           PIC S9(07)V99 COMP-3.
000950         10  WS-SUM-REQ-CT        PIC 9(05) COMP.
000960         10  WS-SUM-REQ-AMT       PIC S9(07)V99 COMP-3.
000970         10  WS-SUM-DEF-CT        PIC 9(05) COMP.
000980         10  WS-SUM-DEF-AMT       PIC S9(07)V99 COMP-3.
000990
001000*****************************************************************
001010* REPORT LINE LAYOUTS.                                          *
001020*****************************************************************
001030 01  WS-HEADING-LINE-1.
001040     05  FILLER                   PIC X(47)
001050         VALUE 'RPLSRPT - REPLACEMENT BUDGET SUMMARY FOR MONTH'.
001060     05  WS-H-MONTH               PIC 9(06).
001070
001080 01  WS-COLUMN-HEADING-LINE.
001090     05  FILLER                   PIC X(13) VALUE 'SUBAREA'.
001100     05  FILLER                   PIC X(14)
001110         VALUE '  MONTHLY CAP '.
001120     05  FILLER                   PIC X(05) VALUE ' REQ '.
001130     05  FILLER                   PIC X(14)
001140         VALUE '    REQUESTED '.
001150     05  FILLER                   PIC X(15)
001160         VALUE '    REMAINING  '.
001170     05  FILLER                   PIC X(05) VALUE ' DEF '.
001180     05  FILLER                   PIC X(13)
001190         VALUE '     DEFERRED'.
001200
001210*        A SUBAREA WITH NO BUDGET PRINTS 'NO BUDGET' IN THE CAP
001220*        COLUMN AND NOTHING REMAINING.
001230 01  WS-DETAIL-LINE.
001240     05  WS-D-SUBAREA             PIC X(12).
001250     05  FILLER                   PIC X(01) VALUE SPACES.
001260     05  WS-D-CAP                 PIC $$,$$$,$$9.99.
001270     05  WS-D-CAP-X REDEFINES WS-D-CAP
001280                                  PIC X(13).
001290     05  FILLER                   PIC X(01) VALUE SPACES.
001300     05  WS-D-REQ-CT              PIC ZZZ9.
001310     05  FILLER                   PIC X(01) VALUE SPACES.
001320     05  WS-D-REQ-AMT             PIC $$,$$$,$$9.99.
001330     05  FILLER                   PIC X(01) VALUE SPACES.
001340     05  WS-D-REMAINING           PIC $$,$$$,$$9.99-.
001350     05  WS-D-REMAINING-X REDEFINES WS-D-REMAINING
001360                                  PIC X(14).
001370     05  FILLER                   PIC X(01) VALUE SPACES.
001380     05  WS-D-DEF-CT              PIC ZZZ9.
001390     05  FILLER                   PIC X(01) VALUE SPACES.
001400     05  WS-D-DEF-AMT             PIC $$,$$$,$$9.99.
001410
001420 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001430
001440 01  WS-OVER-LINE.
001450     05  FILLER                   PIC X(34)
001460         VALUE 'SUBAREAS REQUESTED PAST THEIR CAP:'.
001470     05  WS-O-COUNT               PIC ZZ9.
001480
001490 LINKAGE SECTION.
001500 01  WS-PARM-AREA.
001510     05  WS-PARM-LEN              PIC S9(04) COMP.
001520     05  WS-PARM-DATA.
001530         10  WS-PARM-MONTH        PIC 9(06).
001540
001550 PROCEDURE DIVISION USING WS-PARM-AREA.
001560
001570*****************************************************************
001580* 0000-MAINLINE - LOAD THE BUDGETS, POST THE MONTH'S LEDGER     *
001590* RECORDS BESIDE THEM, AND PRINT ONE LINE PER SUBAREA.          *
001600*****************************************************************
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001630     PERFORM 2000-POST-ONE-LEDGER THRU 2000-EXIT
001640         UNTIL WS-RPL-EOF
001650     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
001660     DISPLAY 'RPLSRPT: MONTH REPORTED . . . . : '
001670         WS-SEL-MONTH
001680     DISPLAY 'RPLSRPT: LEDGER RECORDS READ. . : '
001690         WS-LEDGER-READ
001700     DISPLAY 'RPLSRPT: LEDGER RECORDS IN MONTH: '
001710         WS-LEDGER-SELECTED
001720     DISPLAY 'RPLSRPT: SUBAREAS OVER CAP. . . : '
001730         WS-SUBAREAS-OVER
001740     GO TO 9999-EXIT-PROGRAM.
001750
001760*****************************************************************
001770* 1000-INITIALIZE-RUN - TAKE THE MONTH, LOAD THE BUDGET TABLE,  *
001780* OPEN THE LEDGER AND THE REPORT, AND PRIME THE LEDGER READ.    *
001790* WITH NO LEDGER YET NOTHING HAS BEEN REQUESTED - THE BUDGETS   *
001800* PRINT IN FULL.                                                *
001810*****************************************************************
001820 1000-INITIALIZE-RUN.
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001840     MOVE WS-RUN-MONTH TO WS-SEL-MONTH
001850     IF WS-PARM-LEN > 0
001860         AND WS-PARM-MONTH NUMERIC
001870         AND WS-PARM-MONTH > 0
001880         MOVE WS-PARM-MONTH TO WS-SEL-MONTH
001890     END-IF
001900     OPEN INPUT BUD-FILE
001910     IF WS-BUD-STATUS NOT = '00'
001920         DISPLAY 'RPLSRPT: BUDGET PARAMETERS OPEN FAILED, STATUS='
001930             WS-BUD-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         GO TO 9999-EXIT-PROGRAM
001960     END-IF
001970     PERFORM 1100-READ-BUD-FILE THRU 1100-EXIT
001980     PERFORM 1150-LOAD-ONE-BUDGET THRU 1150-EXIT
001990         UNTIL WS-BUD-EOF
002000     CLOSE BUD-FILE
002010     OPEN OUTPUT RPT-FILE
002020     IF WS-RPT-STATUS NOT = '00'
002030         DISPLAY 'RPLSRPT: REPORT FILE OPEN FAILED, STATUS='
002040             WS-RPT-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9999-EXIT-PROGRAM
002070     END-IF
002080     OPEN INPUT RPL-FILE
002090     IF WS-RPL-STATUS = '35'
002100         DISPLAY 'RPLSRPT: NO BUDGET LEDGER - NOTHING REQUESTED'
002110         SET WS-RPL-EOF TO TRUE
002120         GO TO 1000-EXIT
002130     END-IF
002140     IF WS-RPL-STATUS NOT = '00'
002150         DISPLAY 'RPLSRPT: BUDGET LEDGER OPEN FAILED, STATUS='
002160             WS-RPL-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         GO TO 9999-EXIT-PROGRAM
002190     END-IF
002200     PERFORM 1200-READ-RPL-FILE THRU 1200-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230
002240 1100-READ-BUD-FILE.
002250     READ BUD-FILE
002260         AT END
002270             SET WS-BUD-EOF TO TRUE
002280     END-READ.
002290 1100-EXIT.
002300     EXIT.
002310
002320 1150-LOAD-ONE-BUDGET.
002330     IF RPB-MONTHLY-CAP NOT NUMERIC
002340         DISPLAY 'RPLSRPT: BUDGET CAP NOT NUMERIC FOR SUBAREA '
002350             RPB-SUBAREA
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-EXIT-PROGRAM
002380     END-IF
002390     MOVE RPB-SUBAREA TO WS-SEEK-SUBAREA
002400     PERFORM 2200-FIND-SUBAREA THRU 2200-EXIT
002410     SET WS-SUM-BUDGETED (WS-SUM-IX) TO TRUE
002420     MOVE RPB-MONTHLY-CAP TO WS-SUM-CAP (WS-SUM-IX)
002430     PERFORM 1100-READ-BUD-FILE THRU 1100-EXIT.
002440 1150-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480* 1200-READ-RPL-FILE - THE LEDGER IS IN MONTH ORDER, SO THE     *
002490* READ STOPS AT THE FIRST RECORD PAST THE MONTH WANTED.         *
002500*****************************************************************
002510 1200-READ-RPL-FILE.
002520     READ RPL-FILE
002530         AT END
002540             SET WS-RPL-EOF TO TRUE
002550             GO TO 1200-EXIT
002560     END-READ
002570     ADD 1 TO WS-LEDGER-READ
002580     IF RPL-MONTH > WS-SEL-MONTH
002590         SET WS-RPL-EOF TO TRUE
002600     END-IF.
002610 1200-EXIT.
002620     EXIT.
002630
002640 1900-CHECK-RPT-STATUS.
002650     IF WS-RPT-STATUS NOT = '00'
002660         DISPLAY 'RPLSRPT: REPORT FILE WRITE FAILED, STATUS='
002670             WS-RPT-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         GO TO 9999-EXIT-PROGRAM
002700     END-IF.
002710 1900-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750* 2000-POST-ONE-LEDGER - ONLY THE MONTH WANTED.  THE CAP        *
002760* RECORDED ON THE LEDGER IS THE ONE THE REQUESTS WERE MEASURED  *
002770* AGAINST, SO IT STANDS OVER THE PARAMETER FILE'S CURRENT CAP.  *
002780*****************************************************************
002790 2000-POST-ONE-LEDGER.
002800     IF RPL-MONTH NOT = WS-SEL-MONTH
002810         GO TO 2000-NEXT
002820     END-IF
002830     ADD 1 TO WS-LEDGER-SELECTED
002840     MOVE RPL-SUBAREA TO WS-SEEK-SUBAREA
002850     PERFORM 2200-FIND-SUBAREA THRU 2200-EXIT
002860     IF RPL-BUDGET-CAP > 0
002870         SET WS-SUM-BUDGETED (WS-SUM-IX) TO TRUE
002880         MOVE RPL-BUDGET-CAP TO WS-SUM-CAP (WS-SUM-IX)
002890     END-IF
002900     ADD RPL-REQUESTED-CT TO WS-SUM-REQ-CT (WS-SUM-IX)
002910     ADD RPL-REQUESTED-AMT TO WS-SUM-REQ-AMT (WS-SUM-IX)
002920     ADD RPL-DEFERRED-CT TO WS-SUM-DEF-CT (WS-SUM-IX)
002930     ADD RPL-DEFERRED-AMT TO WS-SUM-DEF-AMT (WS-SUM-IX).
002940 2000-NEXT.
002950     PERFORM 1200-READ-RPL-FILE THRU 1200-EXIT.
002960 2000-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000* 2200-FIND-SUBAREA - THE TABLE ENTRY FOR THE SUBAREA IN        *
003010* WS-SEEK-SUBAREA, ADDED WITH ZERO TOTALS AND NO BUDGET         *
003020* WHEN IT IS NOT YET THERE.                                     *
003030*****************************************************************
003040 2200-FIND-SUBAREA.
003050     MOVE 'N' TO WS-SUM-MATCHED-SW
003060     PERFORM 2210-MATCH-ONE-SUBAREA THRU 2210-EXIT
003070         VARYING WS-SUM-IX FROM 1 BY 1
003080         UNTIL WS-SUM-IX > WS-SUM-COUNT
003090         OR WS-SUM-MATCHED
003100     IF WS-SUM-MATCHED
003110         SUBTRACT 1 FROM WS-SUM-IX
003120         GO TO 2200-EXIT
003130     END-IF
003140     IF WS-SUM-COUNT >= 60
003150         DISPLAY 'RPLSRPT: SUBAREA TABLE FULL - MORE THAN 60 '
003160             'SUBAREAS'
003170         MOVE 16 TO RETURN-CODE
003180         GO TO 9999-EXIT-PROGRAM
003190     END-IF
003200     ADD 1 TO WS-SUM-COUNT
003210     MOVE WS-SUM-COUNT TO WS-SUM-IX
003220     MOVE WS-SEEK-SUBAREA TO WS-SUM-SUBAREA (WS-SUM-IX)
003230     MOVE 'N' TO WS-SUM-BUDGET-SW (WS-SUM-IX)
003240     MOVE 0 TO WS-SUM-CAP (WS-SUM-IX)
003250     MOVE 0 TO WS-SUM-REQ-CT (WS-SUM-IX)
003260     MOVE 0 TO WS-SUM-REQ-AMT (WS-SUM-IX)
003270     MOVE 0 TO WS-SUM-DEF-CT (WS-SUM-IX)
003280     MOVE 0 TO WS-SUM-DEF-AMT (WS-SUM-IX).
003290 2200-EXIT.
003300     EXIT.
003310
003320 2210-MATCH-ONE-SUBAREA.
003330     IF WS-SEEK-SUBAREA = WS-SUM-SUBAREA (WS-SUM-IX)
003340         SET WS-SUM-MATCHED TO TRUE
003350     END-IF.
003360 2210-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400* 3000-PRINT-SUMMARY - ONE LINE PER SUBAREA, THEN THE TOTALS    *
003410* AND A COUNT OF SUBAREAS REQUESTED PAST THEIR CAP (POSSIBLE    *
003420* ONLY WHEN A CAP IS CUT PART WAY THROUGH THE MONTH).           *
003430*****************************************************************
003440 3000-PRINT-SUMMARY.
003450     MOVE WS-SEL-MONTH TO WS-H-MONTH
003460     WRITE RPT-LINE FROM WS-HEADING-LINE-1
003470     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003480     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
003490     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003500     PERFORM 3100-PRINT-ONE-SUBAREA THRU 3100-EXIT
003510         VARYING WS-SUM-IX FROM 1 BY 1
003520         UNTIL WS-SUM-IX > WS-SUM-COUNT
003530     WRITE RPT-LINE FROM WS-BLANK-LINE
003540     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003550     MOVE 'ALL SUBAREAS' TO WS-D-SUBAREA
003560     MOVE WS-TOT-CAP TO WS-D-CAP
003570     MOVE WS-TOT-REQ-CT TO WS-D-REQ-CT
003580     MOVE WS-TOT-REQ-AMT TO WS-D-REQ-AMT
003590     MOVE SPACES TO WS-D-REMAINING-X
003600     MOVE WS-TOT-DEF-CT TO WS-D-DEF-CT
003610     MOVE WS-TOT-DEF-AMT TO WS-D-DEF-AMT
003620     WRITE RPT-LINE FROM WS-DETAIL-LINE
003630     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003640     IF WS-SUBAREAS-OVER > 0
003650         MOVE WS-SUBAREAS-OVER TO WS-O-COUNT
003660         WRITE RPT-LINE FROM WS-OVER-LINE
003670         PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003680     END-IF.
003690 3000-EXIT.
003700     EXIT.
003710
003720 3100-PRINT-ONE-SUBAREA.
003730     MOVE WS-SUM-SUBAREA (WS-SUM-IX) TO WS-D-SUBAREA
003740     MOVE WS-SUM-REQ-CT (WS-SUM-IX) TO WS-D-REQ-CT
003750     MOVE WS-SUM-REQ-AMT (WS-SUM-IX) TO WS-D-REQ-AMT
003760     MOVE WS-SUM-DEF-CT (WS-SUM-IX) TO WS-D-DEF-CT
003770     MOVE WS-SUM-DEF-AMT (WS-SUM-IX) TO WS-D-DEF-AMT
003780     IF WS-SUM-BUDGETED (WS-SUM-IX)
003790         MOVE WS-SUM-CAP (WS-SUM-IX) TO WS-D-CAP
003800         COMPUTE WS-REMAINING = WS-SUM-CAP (WS-SUM-IX)
003810             - WS-SUM-REQ-AMT (WS-SUM-IX)
003820         MOVE WS-REMAINING TO WS-D-REMAINING
003830         IF WS-REMAINING < 0
003840             ADD 1 TO WS-SUBAREAS-OVER
003850         END-IF
003860         ADD WS-SUM-CAP (WS-SUM-IX) TO WS-TOT-CAP
003870     ELSE
003880         MOVE '    NO BUDGET' TO WS-D-CAP-X
003890         MOVE SPACES TO WS-D-REMAINING-X
003900     END-IF
003910     ADD WS-SUM-REQ-CT (WS-SUM-IX) TO WS-TOT-REQ-CT
003920     ADD WS-SUM-REQ-AMT (WS-SUM-IX) TO WS-TOT-REQ-AMT
003930     ADD WS-SUM-DEF-CT (WS-SUM-IX) TO WS-TOT-DEF-CT
003940     ADD WS-SUM-DEF-AMT (WS-SUM-IX) TO WS-TOT-DEF-AMT
003950     WRITE RPT-LINE FROM WS-DETAIL-LINE
003960     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
003970 3100-EXIT.
003980     EXIT.
003990
004000 9999-EXIT-PROGRAM.
004010     CLOSE BUD-FILE
004020     CLOSE RPL-FILE
004030     CLOSE RPT-FILE
004040     STOP RUN.
