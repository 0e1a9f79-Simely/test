000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPLSEL.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  SELECTS REPLACEMENTS    *
000100*                    FOR THE ITEMS WITHDRAWN IN THE NIGHT'S     *
000110*                    WDRWUPD RUN.  EACH CANDIDATE IS PRICED     *
000120*                    FROM THE ACQUISITIONS TABLE AS IN VALURPT  *
000130*                    AND REQUESTED ON THE ACQREQ FEED UNLESS    *
000140*                    CATALOGING MARKED IT DO-NOT-REPLACE, IT    *
000150*                    HAS NO COST ON FILE, ITS SUBAREA HAS NO    *
000160*                    REPLACEMENT BUDGET, OR IT WOULD TAKE THE   *
000170*                    SUBAREA'S REQUESTS PAST THE MONTH'S CAP -  *
000180*                    THOSE ARE LISTED FOR THE DESK INSTEAD.     *
000190*                    REQUESTS AND DEFERRALS ARE POSTED TO THE   *
000200*                    MONTHLY BUDGET LEDGER, AND THE WITHDRAWAL  *
000210*                    BATCH TO THE BATCH REGISTER SO THE SAME    *
000220*                    CANDIDATES ARE NEVER REQUESTED TWICE.      *
000230*   10/15/2026  DJM  AUDIT JOURNAL - EVERY LEDGER RECORD ADDED  *
000240*                    OR REWRITTEN IS JOURNALED THROUGH JRNWRT   *
000250*                    WITH ITS BEFORE AND AFTER IMAGE UNDER THE  *
000260*                    CANDIDATE'S CALL NUMBER, AND THE JOURNAL   *
000270*                    IS BALANCED AGAINST THE REQUESTS AND       *
000280*                    DEFERRALS POSTED - OUT OF BALANCE ENDS THE *
000290*                    STEP WITH RETURN CODE 8.                   *
000292*   10/15/2026  DJM  A NIGHT WITH NO CANDIDATES NOW EMPTIES THE *
000294*                    REQUEST FEED AND THE REPORT, SO            *
000296*                    ACQUISITIONS CANNOT LOAD THE PREVIOUS      *
000298*                    NIGHT'S REQUESTS A SECOND TIME.            *
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RPC-FILE ASSIGN TO RPLCAND
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RPC-STATUS.
000380
000390     SELECT BUD-FILE ASSIGN TO BUDPARM
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-BUD-STATUS.
000420
000430     SELECT RSLH-FILE ASSIGN TO RSLTHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS RSLH-KEY
000470         FILE STATUS IS WS-RSLH-STATUS.
000480
000490     SELECT RPL-FILE ASSIGN TO RPLLEDG
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RPL-KEY
000530         FILE STATUS IS WS-RPL-STATUS.
000540
000550     SELECT ACQ-FILE ASSIGN TO ACQREQ
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ACQ-STATUS.
000580
000590     SELECT RPT-FILE ASSIGN TO DEFOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RPC-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RPLCREC.
000690
000700 FD  BUD-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY RPLBPRM.
000740
000750 FD  RSLH-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY RSLHREC.
000780
000790 FD  RPL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY RPLLREC.
000820
000830 FD  ACQ-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY ACQREQ.
000870
000880*        THE CANDIDATES NOT REQUESTED, WITH THE REASON.
000890 FD  RPT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  RPT-LINE                    PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950
000960 01  WS-EOF-SWITCHES.
000970     05  WS-RPC-EOF-SW            PIC X(01) VALUE 'N'.
000980         88  WS-RPC-EOF                   VALUE 'Y'.
000990     05  WS-BUD-EOF-SW            PIC X(01) VALUE 'N'.
001000         88  WS-BUD-EOF                   VALUE 'Y'.
001010     05  WS-RSLH-EOF-SW           PIC X(01) VALUE 'N'.
001020         88  WS-RSLH-EOF                  VALUE 'Y'.
001030
001040 01  WS-FILE-STATUSES.
001050     05  WS-RPC-STATUS            PIC X(02) VALUE '00'.
001060     05  WS-BUD-STATUS            PIC X(02) VALUE '00'.
001070     05  WS-RSLH-STATUS           PIC X(02) VALUE '00'.
001080     05  WS-RPL-STATUS            PIC X(02) VALUE '00'.
001090     05  WS-ACQ-STATUS            PIC X(02) VALUE '00'.
001100     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001110
001120 01  WS-SELECT-WORK.
001130     05  WS-RUN-DATE              PIC 9(08).
001140     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001150         10  WS-RUN-MONTH         PIC 9(06).
001160         10  FILLER               PIC 9(02).
001170     05  WS-CANDIDATES-READ       PIC 9(05) VALUE 0.
001180     05  WS-REQUESTS-WRITTEN      PIC 9(05) VALUE 0.
001190     05  WS-NOT-REPLACED-CT       PIC 9(05) VALUE 0.
001200     05  WS-DEFER-NO-COST-CT      PIC 9(05) VALUE 0.
001210     05  WS-DEFER-NO-BUDGET-CT    PIC 9(05) VALUE 0.
001220     05  WS-DEFER-OVER-CAP-CT     PIC 9(05) VALUE 0.
001230     05  WS-REQUESTED-TOTAL       PIC S9(09)V99 COMP-3 VALUE 0.
001240     05  WS-DEFERRED-TOTAL        PIC S9(09)V99 COMP-3 VALUE 0.
001250     05  WS-MONTH-TO-DATE         PIC S9(09)V99 COMP-3 VALUE 0.
001260     05  WS-COST-SW               PIC X(01) VALUE 'N'.
001270         88  WS-COST-ON-FILE              VALUE 'Y'.
001280     05  WS-LEDGER-NEW-SW         PIC X(01) VALUE 'N'.
001290         88  WS-LEDGER-NEW                VALUE 'Y'.
001300     05  WS-DEFER-REASON          PIC X(20).
001310
001320*****************************************************************
001330* AUDIT JOURNAL - EVERY CHANGE TO THE BUDGET LEDGER IS          *
001340* JOURNALED WITH ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND *
001350* THE JOURNAL IS BALANCED AGAINST THE RUN COUNTS WHEN CLOSED.   *
001360*****************************************************************
001370 01  WS-JOURNAL-CONTROL.
001380     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001390         88  WS-JRN-OPEN                  VALUE 'Y'.
001400 COPY JRNPARM.
001410
001420*****************************************************************
001430* BATCH CONTROL - THE CANDIDATES CARRY THE ID OF THE WITHDRAWAL *
001440* BATCH THEY CAME FROM.  THEY ARE COUNTED AND HASHED ON THE     *
001450* FIRST PASS AND THE BATCH IS POSTED TO THE REGISTER UNDER      *
001460* RPLCAND ONCE THE REQUESTS ARE OUT.                            *
001470*****************************************************************
001480 01  WS-BATCH-CONTROL.
001490     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
001500     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
001510     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
001520     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
001530 COPY BATPARM.
001540
001550*****************************************************************
001560* THE REPLACEMENT BUDGETS, ONE ENTRY PER SUBAREA FROM THE       *
001570* ACQUISITIONS PARAMETER FILE.                                  *
001580*****************************************************************
001590 01  WS-BUDGET-TABLE.
001600     05  WS-BUD-COUNT             PIC 9(02) VALUE 0.
001610     05  WS-BUD-IX                PIC 9(02).
001620     05  WS-BUD-MATCHED-SW        PIC X(01) VALUE 'N'.
001630         88  WS-BUD-MATCHED               VALUE 'Y'.
001640     05  WS-BUD-ENTRY OCCURS 50 TIMES.
001650         10  WS-BUD-SUBAREA       PIC X(12).
001660         10  WS-BUD-CAP           PIC S9(07)V99 COMP-3.
001670
001680*****************************************************************
001690* ONE SLOT PER POSSIBLE CALL NUMBER, SUBSCRIPTED BY THE CALL    *
001700* NUMBER ITSELF, AS IN MSTRECN: WHETHER IT IS A CANDIDATE       *
001710* TONIGHT, AND HOW OFTEN THE RESULTS HISTORY SHOWS IT DRAWN     *
001720* AND FOUND.  THE HISTORY IS READ ONCE, NOT ONCE PER CANDIDATE. *
001730*****************************************************************
001740 01  WS-CALLNO-TABLE.
001750     05  WS-CALLNO-IX             PIC 9(04) COMP.
001760     05  WS-CALLNO-ENTRY OCCURS 9999 TIMES.
001770         10  WS-CN-CANDIDATE-SW   PIC X(01).
001780             88  WS-CN-CANDIDATE         VALUE 'Y'.
001790         10  WS-CN-TIMES-DRAWN    PIC 9(03) COMP.
001800         10  WS-CN-TIMES-FOUND    PIC 9(03) COMP.
001810
001820 EXEC SQL INCLUDE SQLCA END-EXEC.
001830
001840 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001850
001860 01  WS-CALLNO                    PIC S9(4) COMP.
001870 01  WS-REPL-COST                 PIC S9(7)V99 COMP-3.
001880 01  WS-SQLCODE                   PIC S9(4) COMP.
001890
001900 EXEC SQL END DECLARE SECTION END-EXEC.
001910
001920*****************************************************************
001930* REPORT LINE LAYOUTS - ONE LINE PER CANDIDATE NOT REQUESTED.   *
001940*****************************************************************
001950 01  WS-HEADING-LINE-1.
001960     05  FILLER                   PIC X(40)
001970         VALUE 'RPLSEL - REPLACEMENTS NOT REQUESTED'.
001980     05  FILLER                   PIC X(06) VALUE 'BATCH '.
001990     05  WS-H-BATCH-ID            PIC X(06).
002000
002010 01  WS-COLUMN-HEADING-LINE.
002020     05  FILLER                   PIC X(05) VALUE 'CALL'.
002030     05  FILLER                   PIC X(31) VALUE 'TITLE'.
002040     05  FILLER                   PIC X(13) VALUE 'SUBAREA'.
002050     05  FILLER                   PIC X(11) VALUE '      COST'.
002060     05  FILLER                   PIC X(20) VALUE 'REASON'.
002070
002080 01  WS-DETAIL-LINE.
002090     05  WS-D-CALLNO              PIC 9(04).
002100     05  FILLER                   PIC X(01) VALUE SPACES.
002110     05  WS-D-TITLE               PIC X(30).
002120     05  FILLER                   PIC X(01) VALUE SPACES.
002130     05  WS-D-SUBAREA             PIC X(12).
002140     05  FILLER                   PIC X(01) VALUE SPACES.
002150     05  WS-D-COST                PIC $$$,$$9.99
002160                                  BLANK WHEN ZERO.
002170     05  FILLER                   PIC X(01) VALUE SPACES.
002180     05  WS-D-REASON              PIC X(20).
002190
002200 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002210
002220 01  WS-TOTAL-LINE.
002230     05  WS-T-LABEL               PIC X(24).
002240     05  WS-T-COUNT               PIC ZZZZ9.
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260     05  WS-T-AMOUNT              PIC $$$,$$$,$$9.99.
002270
002280 PROCEDURE DIVISION.
002290
002300*****************************************************************
002310* 0000-MAINLINE - REQUEST OR DEFER EACH CANDIDATE IN TURN, THEN *
002320* REGISTER THE BATCH.  A CANDIDATE HELD BACK FOR WANT OF A COST *
002330* OR A BUDGET ENDS THE STEP WITH RETURN CODE 4 - ACQUISITIONS   *
002340* HAS A GAP TO FILL.  ONE HELD BACK BY THE CAP IS ROUTINE.      *
002350*****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002380     PERFORM 2000-SELECT-ONE-CANDIDATE THRU 2000-EXIT
002390         UNTIL WS-RPC-EOF
002400     PERFORM 1600-POST-BATCH THRU 1600-EXIT
002410     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002420     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
002430     IF WS-DEFER-NO-COST-CT > 0
002440         OR WS-DEFER-NO-BUDGET-CT > 0
002450         DISPLAY 'RPLSEL: CANDIDATES DEFERRED FOR WANT OF A '
002460             'COST OR A BUDGET'
002470         MOVE 4 TO RETURN-CODE
002480     END-IF
002490     GO TO 9999-EXIT-PROGRAM.
002500
002510*****************************************************************
002520* 1000-INITIALIZE-RUN - FLAG AND BALANCE THE CANDIDATES, REFUSE *
002530* A BATCH ALREADY SELECTED FROM, LOAD THE BUDGETS, COUNT THE    *
002540* CANDIDATES' DRAWS OFF THE RESULTS HISTORY, THEN OPEN THE      *
002550* LEDGER (BOOTSTRAPPING AN EMPTY ONE ON FIRST USE), THE REQUEST *
002560* FEED AND THE REPORT.  AN EMPTY CANDIDATES FILE MEANS NOTHING  *
002566* WAS WITHDRAWN TONIGHT; THE REQUEST FEED AND THE REPORT ARE    *
002572* THEN WRITTEN EMPTY, NOT LEFT HOLDING THE LAST NIGHT'S.        *
002580*****************************************************************
002590 1000-INITIALIZE-RUN.
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002610     PERFORM 1050-CLEAR-CALLNO-SLOT THRU 1050-EXIT
002620         VARYING WS-CALLNO-IX FROM 1 BY 1
002630         UNTIL WS-CALLNO-IX > 9999
002640     OPEN INPUT RPC-FILE
002650     IF WS-RPC-STATUS NOT = '00'
002660         DISPLAY 'RPLSEL: CANDIDATES OPEN FAILED, STATUS='
002670             WS-RPC-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         GO TO 9999-EXIT-PROGRAM
002700     END-IF
002710     PERFORM 1100-READ-RPC-FILE THRU 1100-EXIT
002720     IF WS-RPC-EOF
002730         DISPLAY 'RPLSEL: RPLCAND IS EMPTY - NOTHING WITHDRAWN '
002740             'TO REPLACE'
002745         PERFORM 1090-EMPTY-OUTPUTS THRU 1090-EXIT
002750         GO TO 9999-EXIT-PROGRAM
002760     END-IF
002770     MOVE RPC-BATCH-ID TO WS-BAT-BATCH-ID
002780     PERFORM 1150-FLAG-ONE-CANDIDATE THRU 1150-EXIT
002790         UNTIL WS-RPC-EOF
002800     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
002810     CLOSE RPC-FILE
002820     PERFORM 1500-CHECK-BATCH THRU 1500-EXIT
002830     PERFORM 1200-LOAD-BUDGETS THRU 1200-EXIT
002840     PERFORM 1300-COUNT-HISTORY THRU 1300-EXIT
002850     MOVE 'N' TO WS-RPC-EOF-SW
002860     OPEN INPUT RPC-FILE
002870     IF WS-RPC-STATUS NOT = '00'
002880         DISPLAY 'RPLSEL: CANDIDATES REOPEN FAILED, STATUS='
002890             WS-RPC-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 9999-EXIT-PROGRAM
002920     END-IF
002930     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002940     OPEN I-O RPL-FILE
002950     IF WS-RPL-STATUS = '35'
002960         OPEN OUTPUT RPL-FILE
002970         CLOSE RPL-FILE
002980         OPEN I-O RPL-FILE
002990     END-IF
003000     IF WS-RPL-STATUS NOT = '00'
003010         DISPLAY 'RPLSEL: BUDGET LEDGER OPEN FAILED, STATUS='
003020             WS-RPL-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 9999-EXIT-PROGRAM
003050     END-IF
003060     OPEN OUTPUT ACQ-FILE
003070     IF WS-ACQ-STATUS NOT = '00'
003080         DISPLAY 'RPLSEL: REQUEST FEED OPEN FAILED, STATUS='
003090             WS-ACQ-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 9999-EXIT-PROGRAM
003120     END-IF
003130     OPEN OUTPUT RPT-FILE
003140     IF WS-RPT-STATUS NOT = '00'
003150         DISPLAY 'RPLSEL: REPORT FILE OPEN FAILED, STATUS='
003160             WS-RPT-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         GO TO 9999-EXIT-PROGRAM
003190     END-IF
003200     MOVE WS-BAT-BATCH-ID TO WS-H-BATCH-ID
003210     WRITE RPT-LINE FROM WS-HEADING-LINE-1
003220     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003230     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
003240     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003250     PERFORM 1100-READ-RPC-FILE THRU 1100-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290 1050-CLEAR-CALLNO-SLOT.
003300     MOVE 'N' TO WS-CN-CANDIDATE-SW (WS-CALLNO-IX)
003310     MOVE 0 TO WS-CN-TIMES-DRAWN (WS-CALLNO-IX)
003320     MOVE 0 TO WS-CN-TIMES-FOUND (WS-CALLNO-IX).
003330 1050-EXIT.
003340     EXIT.
003350
003351 1090-EMPTY-OUTPUTS.
003352     OPEN OUTPUT ACQ-FILE
003353     IF WS-ACQ-STATUS NOT = '00'
003354         DISPLAY 'RPLSEL: REQUEST FEED OPEN FAILED, STATUS='
003355             WS-ACQ-STATUS
003356         MOVE 16 TO RETURN-CODE
003357         GO TO 9999-EXIT-PROGRAM
003358     END-IF
003359     CLOSE ACQ-FILE
003360     OPEN OUTPUT RPT-FILE
003361     IF WS-RPT-STATUS NOT = '00'
003362         DISPLAY 'RPLSEL: REPORT FILE OPEN FAILED, STATUS='
003363             WS-RPT-STATUS
003364         MOVE 16 TO RETURN-CODE
003365         GO TO 9999-EXIT-PROGRAM
003366     END-IF
003367     CLOSE RPT-FILE.
003368 1090-EXIT.
003369     EXIT.
003370
003371 1100-READ-RPC-FILE.
003372     READ RPC-FILE
003380         AT END
003390             SET WS-RPC-EOF TO TRUE
003400     END-READ.
003410 1100-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450* 1150-FLAG-ONE-CANDIDATE - ONE WDRWUPD RUN APPLIES ONE BATCH,  *
003460* SO EVERY CANDIDATE MUST CARRY THE SAME BATCH ID.  A FILE      *
003470* THAT DOES NOT IS NOT TONIGHT'S FEED AND HOLDS THE STEP.       *
003480*****************************************************************
003490 1150-FLAG-ONE-CANDIDATE.
003500     IF RPC-BATCH-ID NOT = WS-BAT-BATCH-ID
003510         DISPLAY 'RPLSEL: RPLCAND HOLDS MORE THAN ONE BATCH - '
003520             'STEP HELD'
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 9999-EXIT-PROGRAM
003550     END-IF
003560     ADD 1 TO WS-BAT-FILE-COUNT
003570     IF RPC-CALLNO NUMERIC
003580         AND RPC-CALLNO > 0
003590         SET WS-CN-CANDIDATE (RPC-CALLNO) TO TRUE
003600         ADD RPC-CALLNO TO WS-BAT-HASH-ACCUM
003610     END-IF
003620     PERFORM 1100-READ-RPC-FILE THRU 1100-EXIT.
003630 1150-EXIT.
003640     EXIT.
003650
003660*****************************************************************
003670* 1200-LOAD-BUDGETS - THE PARAMETER FILE MUST BE PRESENT; A     *
003680* SUBAREA LEFT OFF IT SIMPLY HAS NO REPLACEMENT BUDGET.         *
003690*****************************************************************
003700 1200-LOAD-BUDGETS.
003710     OPEN INPUT BUD-FILE
003720     IF WS-BUD-STATUS NOT = '00'
003730         DISPLAY 'RPLSEL: BUDGET PARAMETERS OPEN FAILED, STATUS='
003740             WS-BUD-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 9999-EXIT-PROGRAM
003770     END-IF
003780     PERFORM 1210-READ-BUD-FILE THRU 1210-EXIT
003790     PERFORM 1220-LOAD-ONE-BUDGET THRU 1220-EXIT
003800         UNTIL WS-BUD-EOF
003810     CLOSE BUD-FILE.
003820 1200-EXIT.
003830     EXIT.
003840
003850 1210-READ-BUD-FILE.
003860     READ BUD-FILE
003870         AT END
003880             SET WS-BUD-EOF TO TRUE
003890     END-READ.
003900 1210-EXIT.
003910     EXIT.
003920
003930 1220-LOAD-ONE-BUDGET.
003940     IF RPB-MONTHLY-CAP NOT NUMERIC
003950         DISPLAY 'RPLSEL: BUDGET CAP NOT NUMERIC FOR SUBAREA '
003960             RPB-SUBAREA
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 9999-EXIT-PROGRAM
003990     END-IF
004000     IF WS-BUD-COUNT >= 50
004010         DISPLAY 'RPLSEL: BUDGET TABLE FULL - MORE THAN 50 '
004020             'SUBAREAS'
004030         MOVE 16 TO RETURN-CODE
004040         GO TO 9999-EXIT-PROGRAM
004050     END-IF
004060     ADD 1 TO WS-BUD-COUNT
004070     MOVE RPB-SUBAREA TO WS-BUD-SUBAREA (WS-BUD-COUNT)
004080     MOVE RPB-MONTHLY-CAP TO WS-BUD-CAP (WS-BUD-COUNT)
004090     PERFORM 1210-READ-BUD-FILE THRU 1210-EXIT.
004100 1220-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140* 1300-COUNT-HISTORY - ONE PASS OVER THE RESULTS HISTORY,       *
004150* COUNTING THE DRAWS AND FINDS OF TONIGHT'S CANDIDATES ONLY.    *
004160* WITH NO HISTORY YET THE COUNTS STAY ZERO.                     *
004170*****************************************************************
004180 1300-COUNT-HISTORY.
004190     OPEN INPUT RSLH-FILE
004200     IF WS-RSLH-STATUS = '35'
004210         DISPLAY 'RPLSEL: NO RESULTS HISTORY - DRAW COUNTS ZERO'
004220         GO TO 1300-EXIT
004230     END-IF
004240     IF WS-RSLH-STATUS NOT = '00'
004250         DISPLAY 'RPLSEL: HISTORY FILE OPEN FAILED, STATUS='
004260             WS-RSLH-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         GO TO 9999-EXIT-PROGRAM
004290     END-IF
004300     PERFORM 1310-READ-RSLH-FILE THRU 1310-EXIT
004310     PERFORM 1320-COUNT-ONE-HISTORY THRU 1320-EXIT
004320         UNTIL WS-RSLH-EOF
004330     CLOSE RSLH-FILE.
004340 1300-EXIT.
004350     EXIT.
004360
004370 1310-READ-RSLH-FILE.
004380     READ RSLH-FILE
004390         AT END
004400             SET WS-RSLH-EOF TO TRUE
004410     END-READ.
004420 1310-EXIT.
004430     EXIT.
004440
004450 1320-COUNT-ONE-HISTORY.
004460     IF RSLH-CALLNO > 0
004470         AND WS-CN-CANDIDATE (RSLH-CALLNO)
004480         ADD 1 TO WS-CN-TIMES-DRAWN (RSLH-CALLNO)
004490         IF RSLH-FOUND
004500             ADD 1 TO WS-CN-TIMES-FOUND (RSLH-CALLNO)
004510         END-IF
004520     END-IF
004530     PERFORM 1310-READ-RSLH-FILE THRU 1310-EXIT.
004540 1320-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580* 1500-CHECK-BATCH - A WITHDRAWAL BATCH ALREADY SELECTED FROM   *
004590* IS REFUSED WITH RETURN CODE 8 BEFORE ANYTHING IS REQUESTED -  *
004600* A RERUN OF THIS STEP MUST NOT ORDER THE SAME TITLES AGAIN.    *
004610*****************************************************************
004620 1500-CHECK-BATCH.
004630     MOVE 'C' TO BAT-CTL-FUNCTION
004640     MOVE 'RPLCAND ' TO BAT-CTL-FILE-ID
004650     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
004660     CALL 'BATCTL' USING BAT-CTL-PARM
004670     IF NOT BAT-CTL-OK
004680         DISPLAY 'RPLSEL: BATCH REGISTER CHECK FAILED - '
004690             'STEP HELD'
004700         MOVE 16 TO RETURN-CODE
004710         GO TO 9999-EXIT-PROGRAM
004720     END-IF
004730     IF BAT-CTL-DUPLICATE
004740         DISPLAY 'RPLSEL: BATCH ' WS-BAT-BATCH-ID
004750             ' REFUSED - DUPLICATE - ALREADY SELECTED ON '
004760             BAT-CTL-APPLIED-DATE
004770         MOVE 8 TO RETURN-CODE
004780         GO TO 9999-EXIT-PROGRAM
004790     END-IF.
004800 1500-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840* 1600-POST-BATCH - THE REQUESTS ARE OUT; ENTER THE BATCH ON    *
004850* THE REGISTER WITH ITS COUNT AND HASH.                         *
004860*****************************************************************
004870 1600-POST-BATCH.
004880     MOVE 'P' TO BAT-CTL-FUNCTION
004890     MOVE 'RPLCAND ' TO BAT-CTL-FILE-ID
004900     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
004910     MOVE 'RPLSEL  ' TO BAT-CTL-JOB-ID
004920     MOVE WS-RUN-DATE TO BAT-CTL-RUN-DATE
004930     MOVE WS-BAT-FILE-COUNT TO BAT-CTL-REC-COUNT
004940     MOVE WS-BAT-FILE-HASH TO BAT-CTL-HASH-TOTAL
004950     CALL 'BATCTL' USING BAT-CTL-PARM
004960     IF NOT BAT-CTL-OK
004970         DISPLAY 'RPLSEL: BATCH ' WS-BAT-BATCH-ID
004980             ' SELECTED BUT NOT REGISTERED'
004990         MOVE 16 TO RETURN-CODE
005000         GO TO 9999-EXIT-PROGRAM
005010     END-IF
005020     DISPLAY 'RPLSEL: BATCH ' WS-BAT-BATCH-ID
005030         ' SELECTED AND REGISTERED'.
005040 1600-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
005090* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
005100* NONE.                                                         *
005110*****************************************************************
005120 1800-OPEN-JOURNAL.
005130     MOVE 'O' TO JRN-CTL-FUNCTION
005140     MOVE 'RPLSEL  ' TO JRN-CTL-PROGRAM-ID
005150     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
005160     CALL 'JRNWRT' USING JRN-CTL-PARM
005170     IF NOT JRN-CTL-OK
005180         DISPLAY 'RPLSEL: AUDIT JOURNAL OPEN FAILED - STEP HELD'
005190         MOVE 16 TO RETURN-CODE
005200         GO TO 9999-EXIT-PROGRAM
005210     END-IF
005220     SET WS-JRN-OPEN TO TRUE.
005230 1800-EXIT.
005240     EXIT.
005250
005260 1900-CHECK-RPT-STATUS.
005270     IF WS-RPT-STATUS NOT = '00'
005280         DISPLAY 'RPLSEL: REPORT FILE WRITE FAILED, STATUS='
005290             WS-RPT-STATUS
005300         MOVE 16 TO RETURN-CODE
005310         GO TO 9999-EXIT-PROGRAM
005320     END-IF.
005330 1900-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* 2000-SELECT-ONE-CANDIDATE - PRICE THE ITEM, THEN REQUEST IT   *
005380* ONLY WHEN IT IS TO BE REPLACED, HAS A COST ON FILE, HAS A     *
005390* SUBAREA BUDGET, AND FITS UNDER THE MONTH'S CAP ALONGSIDE      *
005400* WHAT THE SUBAREA HAS ALREADY REQUESTED.  ANYTHING ELSE IS     *
005410* LISTED WITH ITS REASON; ALL BUT A DO-NOT-REPLACE ITEM ARE     *
005420* POSTED TO THE LEDGER AS DEFERRED.                             *
005430*****************************************************************
005440 2000-SELECT-ONE-CANDIDATE.
005450     ADD 1 TO WS-CANDIDATES-READ
005460     IF RPC-CALLNO NOT NUMERIC
005470         OR RPC-CALLNO = 0
005480         DISPLAY 'RPLSEL: CANDIDATE WITH NO VALID CALL NUMBER '
005490             'SKIPPED'
005500         GO TO 2000-NEXT
005510     END-IF
005520     PERFORM 2100-GET-REPL-COST THRU 2100-EXIT
005530     IF RPC-DO-NOT-REPLACE
005540         MOVE 'NOT TO BE REPLACED' TO WS-DEFER-REASON
005550         PERFORM 2700-LIST-CANDIDATE THRU 2700-EXIT
005560         ADD 1 TO WS-NOT-REPLACED-CT
005570         GO TO 2000-NEXT
005580     END-IF
005590     PERFORM 2200-FIND-BUDGET THRU 2200-EXIT
005600     PERFORM 2300-READ-LEDGER THRU 2300-EXIT
005610     IF NOT WS-COST-ON-FILE
005620         MOVE 'NO COST ON FILE' TO WS-DEFER-REASON
005630         ADD 1 TO WS-DEFER-NO-COST-CT
005640         PERFORM 2600-DEFER-CANDIDATE THRU 2600-EXIT
005650         GO TO 2000-NEXT
005660     END-IF
005670     IF NOT WS-BUD-MATCHED
005680         MOVE 'NO SUBAREA BUDGET' TO WS-DEFER-REASON
005690         ADD 1 TO WS-DEFER-NO-BUDGET-CT
005700         PERFORM 2600-DEFER-CANDIDATE THRU 2600-EXIT
005710         GO TO 2000-NEXT
005720     END-IF
005730     COMPUTE WS-MONTH-TO-DATE =
005740         RPL-REQUESTED-AMT + WS-REPL-COST
005750     IF WS-MONTH-TO-DATE > WS-BUD-CAP (WS-BUD-IX)
005760         MOVE 'OVER MONTHLY BUDGET' TO WS-DEFER-REASON
005770         ADD 1 TO WS-DEFER-OVER-CAP-CT
005780         PERFORM 2600-DEFER-CANDIDATE THRU 2600-EXIT
005790         GO TO 2000-NEXT
005800     END-IF
005810     PERFORM 2500-REQUEST-REPLACEMENT THRU 2500-EXIT.
005820 2000-NEXT.
005830     PERFORM 1100-READ-RPC-FILE THRU 1100-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860
005870 2100-GET-REPL-COST.
005880     MOVE RPC-CALLNO TO WS-CALLNO
005890     MOVE 0 TO WS-REPL-COST
005900     MOVE 'N' TO WS-COST-SW
005910     EXEC SQL
005920         SELECT REPL_COST
005930           INTO :WS-REPL-COST
005940           FROM ACQUISITIONS
005950          WHERE CALLNO = :WS-CALLNO
005960          FETCH FIRST 1 ROW ONLY
005970     END-EXEC
005980     MOVE SQLCODE TO WS-SQLCODE
005990     IF WS-SQLCODE = 100
006000         MOVE 0 TO WS-REPL-COST
006010         GO TO 2100-EXIT
006020     END-IF
006030     IF WS-SQLCODE NOT = 0
006040         DISPLAY 'RPLSEL: ACQUISITIONS LOOKUP FAILED, SQLCODE='
006050             WS-SQLCODE
006060         MOVE 16 TO RETURN-CODE
006070         GO TO 9999-EXIT-PROGRAM
006080     END-IF
006090     SET WS-COST-ON-FILE TO TRUE.
006100 2100-EXIT.
006110     EXIT.
006120
006130 2200-FIND-BUDGET.
006140     MOVE 'N' TO WS-BUD-MATCHED-SW
006150     PERFORM 2210-MATCH-ONE-BUDGET THRU 2210-EXIT
006160         VARYING WS-BUD-IX FROM 1 BY 1
006170         UNTIL WS-BUD-IX > WS-BUD-COUNT
006180         OR WS-BUD-MATCHED
006190     IF WS-BUD-MATCHED
006200         SUBTRACT 1 FROM WS-BUD-IX
006210     END-IF.
006220 2200-EXIT.
006230     EXIT.
006240
006250 2210-MATCH-ONE-BUDGET.
006260     IF RPC-SUBAREA = WS-BUD-SUBAREA (WS-BUD-IX)
006270         SET WS-BUD-MATCHED TO TRUE
006280     END-IF.
006290 2210-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 2300-READ-LEDGER - THE SUBAREA'S LEDGER RECORD FOR THE RUN    *
006340* MONTH; THE FIRST CANDIDATE OF THE MONTH STARTS A NEW ONE.     *
006350*****************************************************************
006360 2300-READ-LEDGER.
006370     MOVE 'N' TO WS-LEDGER-NEW-SW
006380     MOVE WS-RUN-MONTH TO RPL-MONTH
006390     MOVE RPC-SUBAREA TO RPL-SUBAREA
006400     READ RPL-FILE
006410     IF WS-RPL-STATUS = '23'
006420         SET WS-LEDGER-NEW TO TRUE
006430         MOVE WS-RUN-MONTH TO RPL-MONTH
006440         MOVE RPC-SUBAREA TO RPL-SUBAREA
006450         MOVE 0 TO RPL-BUDGET-CAP
006460         MOVE 0 TO RPL-REQUESTED-CT
006470         MOVE 0 TO RPL-REQUESTED-AMT
006480         MOVE 0 TO RPL-DEFERRED-CT
006490         MOVE 0 TO RPL-DEFERRED-AMT
006500         MOVE 0 TO RPL-LAST-RUN-DATE
006510         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
006520         GO TO 2300-EXIT
006530     END-IF
006540     IF WS-RPL-STATUS NOT = '00'
006550         DISPLAY 'RPLSEL: BUDGET LEDGER READ FAILED, STATUS='
006560             WS-RPL-STATUS
006570         MOVE 16 TO RETURN-CODE
006580         GO TO 9999-EXIT-PROGRAM
006590     END-IF
006600     MOVE RPL-RECORD TO JRN-CTL-BEFORE-IMAGE.
006610 2300-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650* 2500-REQUEST-REPLACEMENT - ONE RECORD ON THE ACQUISITIONS     *
006660* REQUEST FEED, AND THE COST CHARGED TO THE SUBAREA'S MONTH.    *
006670*****************************************************************
006680 2500-REQUEST-REPLACEMENT.
006690     MOVE SPACES TO ACQ-REQ-RECORD
006700     SET ACQ-REQ-REPLACEMENT TO TRUE
006710     MOVE WS-RUN-DATE TO ACQ-REQ-DATE
006720     MOVE RPC-CALLNO TO ACQ-REQ-CALLNO
006730     MOVE RPC-TITLE TO ACQ-REQ-TITLE
006740     MOVE RPC-SUBAREA TO ACQ-REQ-SUBAREA
006750     MOVE WS-REPL-COST TO ACQ-REQ-EST-COST
006760     SET ACQ-REQ-WITHDRAWN TO TRUE
006770     MOVE RPC-WITHDRAWN-DATE TO ACQ-REQ-WITHDRAWN-DATE
006780     MOVE WS-CN-TIMES-DRAWN (RPC-CALLNO) TO ACQ-REQ-TIMES-DRAWN
006790     MOVE WS-CN-TIMES-FOUND (RPC-CALLNO) TO ACQ-REQ-TIMES-FOUND
006800     WRITE ACQ-REQ-RECORD
006810     IF WS-ACQ-STATUS NOT = '00'
006820         DISPLAY 'RPLSEL: REQUEST FEED WRITE FAILED, STATUS='
006830             WS-ACQ-STATUS
006840         MOVE 16 TO RETURN-CODE
006850         GO TO 9999-EXIT-PROGRAM
006860     END-IF
006870     ADD 1 TO RPL-REQUESTED-CT
006880     ADD WS-REPL-COST TO RPL-REQUESTED-AMT
006890     PERFORM 2900-WRITE-LEDGER THRU 2900-EXIT
006900     ADD 1 TO WS-REQUESTS-WRITTEN
006910     ADD WS-REPL-COST TO WS-REQUESTED-TOTAL.
006920 2500-EXIT.
006930     EXIT.
006940
006950 2600-DEFER-CANDIDATE.
006960     PERFORM 2700-LIST-CANDIDATE THRU 2700-EXIT
006970     ADD 1 TO RPL-DEFERRED-CT
006980     ADD WS-REPL-COST TO RPL-DEFERRED-AMT
006990     PERFORM 2900-WRITE-LEDGER THRU 2900-EXIT
007000     ADD WS-REPL-COST TO WS-DEFERRED-TOTAL.
007010 2600-EXIT.
007020     EXIT.
007030
007040 2700-LIST-CANDIDATE.
007050     MOVE RPC-CALLNO TO WS-D-CALLNO
007060     MOVE RPC-TITLE TO WS-D-TITLE
007070     MOVE RPC-SUBAREA TO WS-D-SUBAREA
007080     MOVE WS-REPL-COST TO WS-D-COST
007090     MOVE WS-DEFER-REASON TO WS-D-REASON
007100     WRITE RPT-LINE FROM WS-DETAIL-LINE
007110     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
007120 2700-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160* 2900-WRITE-LEDGER - THE CAP RECORDED IS THE ONE IN FORCE      *
007170* TONIGHT, ZERO FOR A SUBAREA WITH NO BUDGET.                   *
007180*****************************************************************
007190 2900-WRITE-LEDGER.
007200     IF WS-BUD-MATCHED
007210         MOVE WS-BUD-CAP (WS-BUD-IX) TO RPL-BUDGET-CAP
007220     ELSE
007230         MOVE 0 TO RPL-BUDGET-CAP
007240     END-IF
007250     MOVE WS-RUN-DATE TO RPL-LAST-RUN-DATE
007260     IF WS-LEDGER-NEW
007270         WRITE RPL-RECORD
007280     ELSE
007290         REWRITE RPL-RECORD
007300     END-IF
007310     IF WS-RPL-STATUS NOT = '00'
007320         DISPLAY 'RPLSEL: BUDGET LEDGER WRITE FAILED, STATUS='
007330             WS-RPL-STATUS
007340         MOVE 16 TO RETURN-CODE
007350         GO TO 9999-EXIT-PROGRAM
007360     END-IF
007370     PERFORM 2950-JOURNAL-LEDGER THRU 2950-EXIT.
007380 2900-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420* 2950-JOURNAL-LEDGER - JOURNAL THE LEDGER RECORD JUST          *
007430* WRITTEN UNDER THE CANDIDATE THAT MOVED IT, SO THE CHARGE      *
007440* SHOWS IN THE ITEM'S HISTORY.  THE BEFORE IMAGE WAS TAKEN AT   *
007450* THE READ.                                                     *
007460*****************************************************************
007470 2950-JOURNAL-LEDGER.
007480     MOVE 'RPLCAND ' TO JRN-CTL-SOURCE
007490     MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
007500     MOVE SPACES TO JRN-CTL-INITS
007510     MOVE 'RPLLEDG ' TO JRN-CTL-MASTER-ID
007520     IF WS-LEDGER-NEW
007530         MOVE 'A' TO JRN-CTL-ACTION
007540     ELSE
007550         MOVE 'C' TO JRN-CTL-ACTION
007560     END-IF
007570     MOVE RPC-CALLNO TO JRN-CTL-CALLNO
007580     MOVE RPL-KEY TO JRN-CTL-KEY
007590     MOVE RPL-RECORD TO JRN-CTL-AFTER-IMAGE
007600     MOVE 'W' TO JRN-CTL-FUNCTION
007610     CALL 'JRNWRT' USING JRN-CTL-PARM
007620     IF NOT JRN-CTL-OK
007630         DISPLAY 'RPLSEL: AUDIT JOURNAL WRITE FAILED, KEY='
007640             JRN-CTL-KEY
007650         MOVE 16 TO RETURN-CODE
007660         GO TO 9999-EXIT-PROGRAM
007670     END-IF.
007680 2950-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720* 3000-PRINT-TOTALS - WHAT WENT TO ACQUISITIONS AND WHAT WAS    *
007730* HELD BACK, AT THE FOOT OF THE LIST.                           *
007740*****************************************************************
007750 3000-PRINT-TOTALS.
007760     WRITE RPT-LINE FROM WS-BLANK-LINE
007770     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
007780     MOVE 'REPLACEMENTS REQUESTED:' TO WS-T-LABEL
007790     MOVE WS-REQUESTS-WRITTEN TO WS-T-COUNT
007800     MOVE WS-REQUESTED-TOTAL TO WS-T-AMOUNT
007810     WRITE RPT-LINE FROM WS-TOTAL-LINE
007820     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
007830     MOVE 'REPLACEMENTS DEFERRED: ' TO WS-T-LABEL
007840     COMPUTE WS-T-COUNT = WS-DEFER-NO-COST-CT
007850         + WS-DEFER-NO-BUDGET-CT + WS-DEFER-OVER-CAP-CT
007860     MOVE WS-DEFERRED-TOTAL TO WS-T-AMOUNT
007870     WRITE RPT-LINE FROM WS-TOTAL-LINE
007880     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
007890 3000-EXIT.
007900     EXIT.
007910
007920 5000-DISPLAY-RUN-COUNTS.
007930     DISPLAY 'RPLSEL: CANDIDATES READ . . . . : '
007940         WS-CANDIDATES-READ
007950     DISPLAY 'RPLSEL: REPLACEMENTS REQUESTED. : '
007960         WS-REQUESTS-WRITTEN
007970     DISPLAY 'RPLSEL: NOT TO BE REPLACED. . . : '
007980         WS-NOT-REPLACED-CT
007990     DISPLAY 'RPLSEL: DEFERRED - NO COST. . . : '
008000         WS-DEFER-NO-COST-CT
008010     DISPLAY 'RPLSEL: DEFERRED - NO BUDGET. . : '
008020         WS-DEFER-NO-BUDGET-CT
008030     DISPLAY 'RPLSEL: DEFERRED - OVER CAP . . : '
008040         WS-DEFER-OVER-CAP-CT.
008050 5000-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
008100* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
008110* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
008120* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
008130*****************************************************************
008140 8900-CLOSE-JOURNAL.
008150     MOVE 'N' TO WS-JRN-OPEN-SW
008160     MOVE 'C' TO JRN-CTL-FUNCTION
008170     COMPUTE JRN-CTL-EXPECTED = WS-REQUESTS-WRITTEN
008180         + WS-DEFER-NO-COST-CT + WS-DEFER-NO-BUDGET-CT
008190         + WS-DEFER-OVER-CAP-CT
008200     MOVE RETURN-CODE TO JRN-CTL-END-RC
008210     CALL 'JRNWRT' USING JRN-CTL-PARM
008220     IF NOT JRN-CTL-OK
008230         DISPLAY 'RPLSEL: AUDIT JOURNAL CLOSE FAILED'
008240         MOVE 16 TO RETURN-CODE
008250         GO TO 8900-EXIT
008260     END-IF
008270     DISPLAY 'RPLSEL: JOURNAL RECORDS . . . . : '
008280         JRN-CTL-WRITTEN
008290     IF JRN-CTL-OUT-OF-BALANCE
008300         DISPLAY 'RPLSEL: AUDIT JOURNAL OUT OF BALANCE - '
008310             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
008320             ' CHANGES COUNTED'
008330         IF RETURN-CODE < 8
008340             MOVE 8 TO RETURN-CODE
008350         END-IF
008360     END-IF.
008370 8900-EXIT.
008380     EXIT.
008390
008400 9999-EXIT-PROGRAM.
008410     IF WS-JRN-OPEN
008420         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
008430     END-IF
008440     CLOSE RPC-FILE
008450     CLOSE BUD-FILE
008460     CLOSE RSLH-FILE
008470     CLOSE RPL-FILE
008480     CLOSE ACQ-FILE
008490     CLOSE RPT-FILE
008500     STOP RUN.
