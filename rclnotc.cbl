000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCLNOTC.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  CARRIES THE CIRCULATION *
000100*                    CHASE ON AN OVERDUE-UNRETURNED FINDING     *
000110*                    PAST THE RECALL LOANVFY SENDS: A SECOND    *
000120*                    NOTICE 30 DAYS AFTER THE RECALL, A         *
000130*                    REPLACEMENT-COST BILL PRICED FROM THE      *
000140*                    ACQUISITIONS TABLE AT 60, AND A            *
000150*                    CANCELLATION OF WHATEVER IS OUTSTANDING    *
000160*                    ONCE THE FRESH LOAN EXTRACT NO LONGER      *
000170*                    SHOWS THE ITEM OUT PAST DUE.  NOTICES ARE  *
000180*                    APPENDED TO LOANVFY'S RCLOUT FEED AND THE  *
000190*                    STAGE REACHED IS KEPT ON THE FOLLOW-UP     *
000200*                    MASTER SO NONE IS SENT TWICE.              *
000210*   10/15/2026  DJM  AUDIT JOURNAL - EVERY NOTICE STAGE         *
000220*                    REWRITTEN ON THE FOLLOW-UP MASTER IS       *
000230*                    JOURNALED WITH ITS BEFORE AND AFTER IMAGE  *
000240*                    THROUGH JRNWRT, AND THE JOURNAL IS         *
000250*                    BALANCED AGAINST THE NOTICES SENT - OUT OF *
000260*                    BALANCE ENDS THE STEP WITH RETURN CODE 8.  *
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LOAN-FILE ASSIGN TO LOANEXTR
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-LOAN-STATUS.
000350
000360     SELECT FUP-FILE ASSIGN TO FUPMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS FUP-KEY
000400         FILE STATUS IS WS-FUP-STATUS.
000410
000420     SELECT RCL-FILE ASSIGN TO RCLOUT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RCL-STATUS.
000450
000460     SELECT RPT-FILE ASSIGN TO RPTOUT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LOAN-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 COPY LOANREC.
000560
000570 FD  FUP-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY FUPREC.
000600
000610 FD  RCL-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY RCLREC.
000650
000660 FD  RPT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  RPT-LINE                    PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720
000730*****************************************************************
000740* THE CHASE SCHEDULE, IN DAYS FROM THE RECALL DATE.             *
000750*****************************************************************
000760 77  WS-SECOND-NOTICE-DAYS        PIC 9(03) VALUE 30.
000770 77  WS-BILL-DAYS                 PIC 9(03) VALUE 60.
000780
000790 01  WS-EOF-SWITCHES.
000800     05  WS-FUP-EOF-SW            PIC X(01) VALUE 'N'.
000810         88  WS-FUP-EOF                   VALUE 'Y'.
000820     05  WS-LOAN-EOF-SW           PIC X(01) VALUE 'N'.
000830         88  WS-LOAN-EOF                  VALUE 'Y'.
000840
000850 01  WS-FILE-STATUSES.
000860     05  WS-LOAN-STATUS           PIC X(02) VALUE '00'.
000870     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000880     05  WS-RCL-STATUS            PIC X(02) VALUE '00'.
000890     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000900
000910 01  WS-NOTICE-WORK.
000920     05  WS-RUN-DATE              PIC 9(08).
000930     05  WS-RECALL-INT            PIC S9(07) COMP.
000940     05  WS-CHASE-DAYS            PIC S9(05) COMP.
000950     05  WS-FINDINGS-READ         PIC 9(05) VALUE 0.
000960     05  WS-CHASES-OPEN           PIC 9(05) VALUE 0.
000970     05  WS-SECONDS-SENT          PIC 9(05) VALUE 0.
000980     05  WS-BILLS-SENT            PIC 9(05) VALUE 0.
000990     05  WS-BILLS-UNPRICED        PIC 9(05) VALUE 0.
001000     05  WS-CANCELS-SENT          PIC 9(05) VALUE 0.
001010*        THE FRESH EXTRACT ROW MATCHED TO THE FINDING IN HAND -
001020*        STILL OUT MEANS ON THE EXTRACT AND STILL PAST DUE.
001030     05  WS-STILL-OUT-SW          PIC X(01) VALUE 'N'.
001040         88  WS-STILL-OUT                 VALUE 'Y'.
001050     05  WS-FRESH-DUE-DATE        PIC 9(08) VALUE 0.
001060     05  WS-FRESH-PATRON-ID       PIC X(10) VALUE SPACES.
001070
001080*****************************************************************
001090* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
001100* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
001110* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
001120*****************************************************************
001130 01  WS-JOURNAL-CONTROL.
001140     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001150         88  WS-JRN-OPEN                  VALUE 'Y'.
001160 COPY JRNPARM.
001170
001180*        CONTROL-RECORD BOOKKEEPING FOR THE FRESH LOAN EXTRACT,
001190*        AS IN LOANVFY - A SHORT OR STALE SNAPSHOT WOULD CANCEL
001200*        OR ESCALATE THE WRONG CHASES AND IS REFUSED UP FRONT.
001210 01  WS-EXTRACT-CONTROLS.
001220     05  WS-LOAN-HDR-SW           PIC X(01) VALUE 'N'.
001230         88  WS-LOAN-HDR-SEEN            VALUE 'Y'.
001240     05  WS-LOAN-TRL-SW           PIC X(01) VALUE 'N'.
001250         88  WS-LOAN-TRL-SEEN            VALUE 'Y'.
001260     05  WS-LOAN-UNLOAD-DATE      PIC 9(08) VALUE 0.
001270     05  WS-LOAN-TRL-COUNT        PIC 9(06) VALUE 0.
001280     05  WS-LOAN-ROWS-READ        PIC 9(06) VALUE 0.
001290     05  WS-TODAY-INT             PIC S9(07) COMP.
001300     05  WS-UNLOAD-INT            PIC S9(07) COMP.
001310     05  WS-EXTRACT-AGE           PIC S9(05) COMP.
001320
001330 EXEC SQL INCLUDE SQLCA END-EXEC.
001340
001350 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001360
001370 01  WS-CALLNO                    PIC S9(4) COMP.
001380 01  WS-REPL-COST                 PIC S9(7)V99 COMP-3.
001390 01  WS-SQLCODE                   PIC S9(4) COMP.
001400
001410 EXEC SQL END DECLARE SECTION END-EXEC.
001420
001430*****************************************************************
001440* REPORT LINE LAYOUTS - ONE LINE PER NOTICE SENT, FOR THE DESK. *
001450*****************************************************************
001460 01  WS-HEADING-LINE-1.
001470     05  FILLER                   PIC X(44)
001480         VALUE 'RCLNOTC - CIRCULATION NOTICES SENT'.
001490
001500 01  WS-DETAIL-LINE.
001510     05  WS-D-CALLNO              PIC 9(04).
001520     05  FILLER                   PIC X(03) VALUE SPACES.
001530     05  WS-D-NOTICE              PIC X(13).
001540     05  FILLER                   PIC X(01) VALUE SPACES.
001550     05  WS-D-TITLE               PIC X(30).
001560     05  FILLER                   PIC X(01) VALUE SPACES.
001570     05  WS-D-PATRON-ID           PIC X(10).
001580     05  FILLER                   PIC X(01) VALUE SPACES.
001590     05  WS-D-COST                PIC Z,ZZZ,ZZ9.99
001600                                  BLANK WHEN ZERO.
001610
001620 PROCEDURE DIVISION.
001630
001640*****************************************************************
001650* 0000-MAINLINE - WALK THE FOLLOW-UP MASTER IN CALL-NUMBER      *
001660* ORDER BESIDE THE FRESH LOAN EXTRACT, WHICH IS IN THE SAME     *
001670* ORDER, AND MOVE EACH CHASE UNDER WAY ONE STAGE ON WHEN IT IS  *
001680* DUE.                                                          *
001690*****************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001720     PERFORM 2000-CHASE-ONE-FINDING THRU 2000-EXIT
001730         UNTIL WS-FUP-EOF
001740     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001750     IF WS-BILLS-UNPRICED > 0
001760         DISPLAY 'RCLNOTC: BILLS SENT WITH NO REPLACEMENT COST '
001770             'ON FILE'
001780         MOVE 4 TO RETURN-CODE
001790     END-IF
001800     GO TO 9999-EXIT-PROGRAM.
001810
001820*****************************************************************
001830* 1000-INITIALIZE-RUN - VERIFY THE FRESH LOAN EXTRACT, THEN     *
001840* REOPEN IT FOR THE MATCH AND OPEN THE MASTER, THE NOTICE FEED  *
001850* (EXTENDED - LOANVFY HAS ALREADY WRITTEN TONIGHT'S RECALLS)    *
001860* AND THE REPORT.  WITH NO FOLLOW-UP MASTER YET THERE IS        *
001870* NOTHING TO CHASE.                                             *
001880*****************************************************************
001890 1000-INITIALIZE-RUN.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001910     OPEN INPUT LOAN-FILE
001920     IF WS-LOAN-STATUS NOT = '00'
001930         DISPLAY 'RCLNOTC: LOAN EXTRACT OPEN FAILED, STATUS='
001940             WS-LOAN-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         GO TO 9999-EXIT-PROGRAM
001970     END-IF
001980     PERFORM 1410-VERIFY-ONE-LOAN-ROW THRU 1410-EXIT
001990         UNTIL WS-LOAN-EOF
002000     CLOSE LOAN-FILE
002010     PERFORM 1440-VERIFY-LOAN-CONTROLS THRU 1440-EXIT
002020     MOVE 'N' TO WS-LOAN-EOF-SW
002030     OPEN INPUT LOAN-FILE
002040     IF WS-LOAN-STATUS NOT = '00'
002050         DISPLAY 'RCLNOTC: LOAN EXTRACT REOPEN FAILED, STATUS='
002060             WS-LOAN-STATUS
002070         MOVE 16 TO RETURN-CODE
002080         GO TO 9999-EXIT-PROGRAM
002090     END-IF
002100     PERFORM 1400-READ-LOAN-ROW THRU 1400-EXIT
002110     OPEN I-O FUP-FILE
002120     IF WS-FUP-STATUS = '35'
002130         DISPLAY 'RCLNOTC: NO FOLLOW-UP MASTER - NOTHING TO CHASE'
002140         GO TO 9999-EXIT-PROGRAM
002150     END-IF
002160     IF WS-FUP-STATUS NOT = '00'
002170         DISPLAY 'RCLNOTC: MASTER OPEN FAILED, STATUS='
002180             WS-FUP-STATUS
002190         MOVE 16 TO RETURN-CODE
002200         GO TO 9999-EXIT-PROGRAM
002210     END-IF
002220     OPEN EXTEND RCL-FILE
002230     IF WS-RCL-STATUS NOT = '00'
002240         DISPLAY 'RCLNOTC: NOTICE FEED OPEN FAILED, STATUS='
002250             WS-RCL-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         GO TO 9999-EXIT-PROGRAM
002280     END-IF
002290     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002300     OPEN OUTPUT RPT-FILE
002310     IF WS-RPT-STATUS NOT = '00'
002320         DISPLAY 'RCLNOTC: REPORT FILE OPEN FAILED, STATUS='
002330             WS-RPT-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 9999-EXIT-PROGRAM
002360     END-IF
002370     WRITE RPT-LINE FROM WS-HEADING-LINE-1
002380     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002390     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430 1200-READ-FUP-FILE.
002440     READ FUP-FILE
002450         AT END
002460             SET WS-FUP-EOF TO TRUE
002470     END-READ.
002480 1200-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 1400-READ-LOAN-ROW - NEXT DATA ROW OF THE FRESH EXTRACT;      *
002530* CONTROL RECORDS ARE PASSED OVER.                              *
002540*****************************************************************
002550 1400-READ-LOAN-ROW.
002560     READ LOAN-FILE
002570         AT END
002580             SET WS-LOAN-EOF TO TRUE
002590             GO TO 1400-EXIT
002600     END-READ
002610     IF LOAN-CTL-CONTROL
002620         GO TO 1400-READ-LOAN-ROW
002630     END-IF.
002640 1400-EXIT.
002650     EXIT.
002660
002670 1410-VERIFY-ONE-LOAN-ROW.
002680     READ LOAN-FILE
002690         AT END
002700             SET WS-LOAN-EOF TO TRUE
002710         NOT AT END
002720             IF LOAN-CTL-CONTROL
002730                 IF LOAN-CTL-HEADER
002740                     SET WS-LOAN-HDR-SEEN TO TRUE
002750                     MOVE LOAN-CTL-DATE TO WS-LOAN-UNLOAD-DATE
002760                 ELSE
002770                     SET WS-LOAN-TRL-SEEN TO TRUE
002780                     MOVE LOAN-CTL-ROW-COUNT
002790                         TO WS-LOAN-TRL-COUNT
002800                 END-IF
002810             ELSE
002820                 ADD 1 TO WS-LOAN-ROWS-READ
002830             END-IF
002840     END-READ.
002850 1410-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890* 1440-VERIFY-LOAN-CONTROLS - THE SAME CHECKS AS LOANVFY: BOTH  *
002900* CONTROL RECORDS, A TRAILER COUNT MATCHING THE ROWS READ, AND  *
002910* AN UNLOAD DATE NO MORE THAN A DAY OLD.                        *
002920*****************************************************************
002930 1440-VERIFY-LOAN-CONTROLS.
002940     IF NOT WS-LOAN-HDR-SEEN
002950         OR NOT WS-LOAN-TRL-SEEN
002960         DISPLAY 'RCLNOTC: LOAN EXTRACT HAS NO CONTROL '
002970             'RECORDS - REFUSED'
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 9999-EXIT-PROGRAM
003000     END-IF
003010     IF WS-LOAN-TRL-COUNT NOT = WS-LOAN-ROWS-READ
003020         DISPLAY 'RCLNOTC: LOAN EXTRACT SHORT - TRAILER '
003030             'COUNT MISMATCH'
003040         MOVE 16 TO RETURN-CODE
003050         GO TO 9999-EXIT-PROGRAM
003060     END-IF
003070     COMPUTE WS-TODAY-INT =
003080         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003090     COMPUTE WS-UNLOAD-INT =
003100         FUNCTION INTEGER-OF-DATE (WS-LOAN-UNLOAD-DATE)
003110     COMPUTE WS-EXTRACT-AGE = WS-TODAY-INT - WS-UNLOAD-INT
003120     IF WS-EXTRACT-AGE > 1
003130         DISPLAY 'RCLNOTC: LOAN EXTRACT STALE - NOT THE '
003140             'FRESH SNAPSHOT'
003150         MOVE 16 TO RETURN-CODE
003160         GO TO 9999-EXIT-PROGRAM
003170     END-IF.
003180 1440-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
003230* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
003240* NONE.                                                         *
003250*****************************************************************
003260 1800-OPEN-JOURNAL.
003270     MOVE 'O' TO JRN-CTL-FUNCTION
003280     MOVE 'RCLNOTC ' TO JRN-CTL-PROGRAM-ID
003290     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
003300     CALL 'JRNWRT' USING JRN-CTL-PARM
003310     IF NOT JRN-CTL-OK
003320         DISPLAY 'RCLNOTC: AUDIT JOURNAL OPEN FAILED - STEP HELD'
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 9999-EXIT-PROGRAM
003350     END-IF
003360     SET WS-JRN-OPEN TO TRUE.
003370 1800-EXIT.
003380     EXIT.
003390
003400 1900-CHECK-RPT-STATUS.
003410     IF WS-RPT-STATUS NOT = '00'
003420         DISPLAY 'RCLNOTC: REPORT FILE WRITE FAILED, STATUS='
003430             WS-RPT-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 9999-EXIT-PROGRAM
003460     END-IF.
003470 1900-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* 2000-CHASE-ONE-FINDING - ONLY A FINDING WITH A RECALL, SECOND *
003520* NOTICE OR BILL OUTSTANDING IS LOOKED AT.  AN ITEM NO LONGER   *
003530* OUT PAST DUE (RETURNED, OR RENEWED) HAS ITS CHASE CANCELLED.  *
003540* ONE STILL OUT MOVES ON A STAGE WHEN IT IS DUE, BUT ONLY WHILE *
003550* THE FINDING IS OPEN AND OVERDUE-UNRETURNED - A CLEARED,       *
003560* WITHDRAWN OR RECLASSIFIED FINDING HOLDS ITS CHASE WHERE IT    *
003570* STANDS.  AT MOST ONE STAGE IS SENT PER ITEM PER NIGHT.        *
003580*****************************************************************
003590 2000-CHASE-ONE-FINDING.
003600     ADD 1 TO WS-FINDINGS-READ
003610     IF NOT FUP-NOTICE-OUTSTANDING
003620         GO TO 2000-NEXT
003630     END-IF
003640     ADD 1 TO WS-CHASES-OPEN
003650     MOVE FUP-RECORD TO JRN-CTL-BEFORE-IMAGE
003660     PERFORM 2100-MATCH-FRESH-LOAN THRU 2100-EXIT
003670     IF NOT WS-STILL-OUT
003680         PERFORM 2400-CANCEL-CHASE THRU 2400-EXIT
003690         GO TO 2000-NEXT
003700     END-IF
003710     IF NOT FUP-OPEN
003720         OR NOT FUP-OVERDUE-UNRETURNED
003730         GO TO 2000-NEXT
003740     END-IF
003750     IF FUP-RECALL-DATE NOT NUMERIC
003760         OR FUP-RECALL-DATE = 0
003770         GO TO 2000-NEXT
003780     END-IF
003790     COMPUTE WS-RECALL-INT =
003800         FUNCTION INTEGER-OF-DATE (FUP-RECALL-DATE)
003810     COMPUTE WS-CHASE-DAYS = WS-TODAY-INT - WS-RECALL-INT
003820     IF FUP-RECALL-SENT
003830         AND WS-CHASE-DAYS NOT < WS-SECOND-NOTICE-DAYS
003840         PERFORM 2200-SEND-SECOND-NOTICE THRU 2200-EXIT
003850         GO TO 2000-NEXT
003860     END-IF
003870     IF FUP-SECOND-NOTICE-SENT
003880         AND WS-CHASE-DAYS NOT < WS-BILL-DAYS
003890         PERFORM 2300-SEND-BILL THRU 2300-EXIT
003900     END-IF.
003910 2000-NEXT.
003920     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 2100-MATCH-FRESH-LOAN - BOTH FILES ARE IN CALL-NUMBER ORDER,  *
003980* SO THE EXTRACT IS ONLY EVER READ FORWARD TO THE FIRST ROW AT  *
003990* OR PAST THE FINDING IN HAND.                                  *
004000*****************************************************************
004010 2100-MATCH-FRESH-LOAN.
004020     MOVE 'N' TO WS-STILL-OUT-SW
004030     MOVE 0 TO WS-FRESH-DUE-DATE
004040     MOVE SPACES TO WS-FRESH-PATRON-ID
004050     PERFORM 1400-READ-LOAN-ROW THRU 1400-EXIT
004060         UNTIL WS-LOAN-EOF
004070         OR LOAN-CALLNO NOT < FUP-CALLNO
004080     IF WS-LOAN-EOF
004090         GO TO 2100-EXIT
004100     END-IF
004110     IF LOAN-CALLNO = FUP-CALLNO
004120         AND LOAN-DUE-DATE < WS-RUN-DATE
004130         SET WS-STILL-OUT TO TRUE
004140         MOVE LOAN-DUE-DATE TO WS-FRESH-DUE-DATE
004150         MOVE LOAN-PATRON-ID TO WS-FRESH-PATRON-ID
004160     END-IF.
004170 2100-EXIT.
004180     EXIT.
004190
004200 2200-SEND-SECOND-NOTICE.
004210     PERFORM 2700-BUILD-NOTICE THRU 2700-EXIT
004220     SET RCL-SECOND-NOTICE TO TRUE
004230     MOVE 'SECOND NOTICE' TO WS-D-NOTICE
004240     SET FUP-SECOND-NOTICE-SENT TO TRUE
004250     PERFORM 2900-REWRITE-MASTER THRU 2900-EXIT
004260     PERFORM 2800-WRITE-NOTICE THRU 2800-EXIT
004270     ADD 1 TO WS-SECONDS-SENT.
004280 2200-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320* 2300-SEND-BILL - PRICED AT THE ACQUISITIONS REPLACEMENT COST, *
004330* AS VALURPT VALUES LOSSES.  AN ITEM WITH NO COST ON FILE IS    *
004340* STILL BILLED, FLAGGED SO CIRCULATION APPLIES ITS STANDARD     *
004350* LOST-ITEM CHARGE.                                             *
004360*****************************************************************
004370 2300-SEND-BILL.
004380     PERFORM 2350-GET-REPL-COST THRU 2350-EXIT
004390     PERFORM 2700-BUILD-NOTICE THRU 2700-EXIT
004400     SET RCL-BILL TO TRUE
004410     MOVE WS-REPL-COST TO RCL-REPL-COST
004420     MOVE WS-REPL-COST TO WS-D-COST
004430     IF WS-SQLCODE = 100
004440         SET RCL-NO-COST-ON-FILE TO TRUE
004450         ADD 1 TO WS-BILLS-UNPRICED
004460     ELSE
004470         SET RCL-COST-ON-FILE TO TRUE
004480     END-IF
004490     MOVE 'BILL' TO WS-D-NOTICE
004500     SET FUP-BILL-SENT TO TRUE
004510     PERFORM 2900-REWRITE-MASTER THRU 2900-EXIT
004520     PERFORM 2800-WRITE-NOTICE THRU 2800-EXIT
004530     ADD 1 TO WS-BILLS-SENT.
004540 2300-EXIT.
004550     EXIT.
004560
004570 2350-GET-REPL-COST.
004580     MOVE FUP-CALLNO TO WS-CALLNO
004590     MOVE 0 TO WS-REPL-COST
004600     EXEC SQL
004610         SELECT REPL_COST
004620           INTO :WS-REPL-COST
004630           FROM ACQUISITIONS
004640          WHERE CALLNO = :WS-CALLNO
004650          FETCH FIRST 1 ROW ONLY
004660     END-EXEC
004670     MOVE SQLCODE TO WS-SQLCODE
004680     IF WS-SQLCODE = 100
004690         MOVE 0 TO WS-REPL-COST
004700         GO TO 2350-EXIT
004710     END-IF
004720     IF WS-SQLCODE NOT = 0
004730         DISPLAY 'RCLNOTC: ACQUISITIONS LOOKUP FAILED, SQLCODE='
004740             WS-SQLCODE
004750         MOVE 16 TO RETURN-CODE
004760         GO TO 9999-EXIT-PROGRAM
004770     END-IF.
004780 2350-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 2400-CANCEL-CHASE - THE CANCELLATION NAMES THE LAST STAGE     *
004830* SENT, SO CIRCULATION KNOWS WHETHER A BILL IS BEING VOIDED.    *
004840* THE FINDING ITSELF IS LEFT FOR THE DESK TO CLEAR.             *
004850*****************************************************************
004860 2400-CANCEL-CHASE.
004870     PERFORM 2700-BUILD-NOTICE THRU 2700-EXIT
004880     SET RCL-CANCELLATION TO TRUE
004890     IF FUP-RECALL-SENT
004900         MOVE 'R' TO RCL-CANCELLED-TYPE
004910     END-IF
004920     IF FUP-SECOND-NOTICE-SENT
004930         MOVE 'S' TO RCL-CANCELLED-TYPE
004940     END-IF
004950     IF FUP-BILL-SENT
004960         MOVE 'B' TO RCL-CANCELLED-TYPE
004970     END-IF
004980     MOVE 'CANCELLATION' TO WS-D-NOTICE
004990     SET FUP-NOTICE-CANCELLED TO TRUE
005000     PERFORM 2900-REWRITE-MASTER THRU 2900-EXIT
005010     PERFORM 2800-WRITE-NOTICE THRU 2800-EXIT
005020     ADD 1 TO WS-CANCELS-SENT.
005030 2400-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070* 2700-BUILD-NOTICE - THE FIELDS EVERY NOTICE AND REPORT LINE   *
005080* CARRIES, TAKEN FROM THE MASTER RECORD BEFORE IT IS REWRITTEN. *
005090* THE PATRON AND DUE DATE ARE THE FRESH EXTRACT'S, SO THEY ARE  *
005100* BLANK ON A CANCELLATION.                                      *
005110*****************************************************************
005120 2700-BUILD-NOTICE.
005130     MOVE SPACES TO RCL-RECORD
005140     MOVE WS-RUN-DATE TO RCL-NOTICE-DATE
005150     MOVE FUP-CALLNO TO RCL-CALLNO
005160     MOVE WS-FRESH-PATRON-ID TO RCL-PATRON-ID
005170     MOVE FUP-TITLE TO RCL-TITLE
005180     MOVE WS-FRESH-DUE-DATE TO RCL-DUE-DATE
005190     MOVE FUP-RECALL-DATE TO RCL-RECALL-DATE
005200     MOVE 0 TO RCL-REPL-COST
005210     MOVE FUP-CALLNO TO WS-D-CALLNO
005220     MOVE FUP-TITLE TO WS-D-TITLE
005230     MOVE WS-FRESH-PATRON-ID TO WS-D-PATRON-ID
005240     MOVE 0 TO WS-D-COST.
005250 2700-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290* 2800-WRITE-NOTICE - ONLY AFTER THE MASTER HOLDS THE NEW       *
005300* STAGE, SO A FAILURE BETWEEN THE TWO CAN NEVER SEND A NOTICE   *
005310* TWICE.                                                        *
005320*****************************************************************
005330 2800-WRITE-NOTICE.
005340     WRITE RCL-RECORD
005350     IF WS-RCL-STATUS NOT = '00'
005360         DISPLAY 'RCLNOTC: NOTICE FEED WRITE FAILED, STATUS='
005370             WS-RCL-STATUS
005380         MOVE 16 TO RETURN-CODE
005390         GO TO 9999-EXIT-PROGRAM
005400     END-IF
005410     WRITE RPT-LINE FROM WS-DETAIL-LINE
005420     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
005430 2800-EXIT.
005440     EXIT.
005450
005460 2900-REWRITE-MASTER.
005470     REWRITE FUP-RECORD
005480     IF WS-FUP-STATUS NOT = '00'
005490         DISPLAY 'RCLNOTC: MASTER REWRITE FAILED, STATUS='
005500             WS-FUP-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 9999-EXIT-PROGRAM
005530     END-IF
005540     PERFORM 2950-JOURNAL-NOTICE-STAGE THRU 2950-EXIT.
005550 2900-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* 2950-JOURNAL-NOTICE-STAGE - JOURNAL THE STAGE JUST REWRITTEN  *
005600* AGAINST THE FINDING AS IT WAS READ.  THE CHASE IS DRIVEN BY   *
005610* THE LOAN EXTRACT, NOT THE DESK, SO IT CARRIES NO INITIALS.    *
005620*****************************************************************
005630 2950-JOURNAL-NOTICE-STAGE.
005640     MOVE 'LOANEXTR' TO JRN-CTL-SOURCE
005650     MOVE SPACES TO JRN-CTL-BATCH-ID
005660     MOVE SPACES TO JRN-CTL-INITS
005670     MOVE 'FUPMAST ' TO JRN-CTL-MASTER-ID
005680     MOVE 'S' TO JRN-CTL-ACTION
005690     MOVE FUP-CALLNO TO JRN-CTL-CALLNO
005700     MOVE FUP-KEY TO JRN-CTL-KEY
005710     MOVE FUP-RECORD TO JRN-CTL-AFTER-IMAGE
005720     MOVE 'W' TO JRN-CTL-FUNCTION
005730     CALL 'JRNWRT' USING JRN-CTL-PARM
005740     IF NOT JRN-CTL-OK
005750         DISPLAY 'RCLNOTC: AUDIT JOURNAL WRITE FAILED, KEY='
005760             JRN-CTL-KEY
005770         MOVE 16 TO RETURN-CODE
005780         GO TO 9999-EXIT-PROGRAM
005790     END-IF.
005800 2950-EXIT.
005810     EXIT.
005820
005830 5000-DISPLAY-RUN-COUNTS.
005840     DISPLAY 'RCLNOTC: FINDINGS READ. . . . . : '
005850         WS-FINDINGS-READ
005860     DISPLAY 'RCLNOTC: CHASES UNDER WAY . . . : '
005870         WS-CHASES-OPEN
005880     DISPLAY 'RCLNOTC: SECOND NOTICES SENT. . : '
005890         WS-SECONDS-SENT
005900     DISPLAY 'RCLNOTC: BILLS SENT . . . . . . : '
005910         WS-BILLS-SENT
005920     DISPLAY 'RCLNOTC: BILLS WITH NO COST . . : '
005930         WS-BILLS-UNPRICED
005940     DISPLAY 'RCLNOTC: CANCELLATIONS SENT . . : '
005950         WS-CANCELS-SENT.
005960 5000-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
006010* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
006020* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
006030* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
006040*****************************************************************
006050 8900-CLOSE-JOURNAL.
006060     MOVE 'N' TO WS-JRN-OPEN-SW
006070     MOVE 'C' TO JRN-CTL-FUNCTION
006080     COMPUTE JRN-CTL-EXPECTED = WS-SECONDS-SENT
006090         + WS-BILLS-SENT + WS-CANCELS-SENT
006100     MOVE RETURN-CODE TO JRN-CTL-END-RC
006110     CALL 'JRNWRT' USING JRN-CTL-PARM
006120     IF NOT JRN-CTL-OK
006130         DISPLAY 'RCLNOTC: AUDIT JOURNAL CLOSE FAILED'
006140         MOVE 16 TO RETURN-CODE
006150         GO TO 8900-EXIT
006160     END-IF
006170     DISPLAY 'RCLNOTC: JOURNAL RECORDS. . . . : '
006180         JRN-CTL-WRITTEN
006190     IF JRN-CTL-OUT-OF-BALANCE
006200         DISPLAY 'RCLNOTC: AUDIT JOURNAL OUT OF BALANCE - '
006210             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
006220             ' CHANGES COUNTED'
006230         IF RETURN-CODE < 8
006240             MOVE 8 TO RETURN-CODE
006250         END-IF
006260     END-IF.
006270 8900-EXIT.
006280     EXIT.
006290
006300 9999-EXIT-PROGRAM.
006310     IF WS-JRN-OPEN
006320         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
006330     END-IF
006340     CLOSE LOAN-FILE
006350     CLOSE FUP-FILE
006360     CLOSE RCL-FILE
006370     CLOSE RPT-FILE
006380     STOP RUN.
