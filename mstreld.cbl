000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTRELD.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  RESTORES AN ARCHIVE     *
000100*                    GENERATION WRITTEN BY MSTPURG INTO THE     *
000110*                    FOLLOW-UP, REPAIR, AND RESULTS-HISTORY     *
000120*                    MASTERS WHEN THE AUDITORS ASK ABOUT AN OLD *
000130*                    FINDING.  THE PARM MAY NAME ONE MASTER     *
000140*                    AND ONE CALL NUMBER.  THE WHOLE ARCHIVE IS *
000150*                    BALANCED AGAINST ITS TRAILERS BEFORE       *
000160*                    ANYTHING IS WRITTEN, AND A KEY ALREADY ON  *
000170*                    THE MASTER IS NEVER OVERLAID.  RESTORED    *
000180*                    CLOSED RECORDS STAY UNTIL THE NEXT PURGE.  *
000190*   10/15/2026  DJM  AUDIT JOURNAL - EVERY RECORD RESTORED IS   *
000200*                    JOURNALED THROUGH JRNWRT AS AN ADD, ITS    *
000210*                    ARCHIVED IMAGE AS THE AFTER IMAGE, AND THE *
000220*                    JOURNAL IS BALANCED AGAINST THE RECORDS    *
000230*                    RESTORED TO ALL THREE MASTERS - OUT OF     *
000240*                    BALANCE ENDS THE STEP WITH RETURN CODE 8.  *
000242*   10/15/2026  DJM  A FOLLOW-UP IMAGE ARCHIVED BEFORE THE      *
000244*                    NOTICE STAGE AND RECALL DATE WERE ADDED IS *
000246*                    RESTORED WITH NO NOTICE AND A ZERO RECALL  *
000248*                    DATE.                                      *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARC-FILE ASSIGN TO ARCHIVE
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-ARC-STATUS.
000330
000340     SELECT FUP-FILE ASSIGN TO FUPMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS FUP-KEY
000380         FILE STATUS IS WS-FUP-STATUS.
000390
000400     SELECT REP-FILE ASSIGN TO REPMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS REP-KEY
000440         FILE STATUS IS WS-REP-STATUS.
000450
000460     SELECT RSLH-FILE ASSIGN TO RSLTHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS RSLH-KEY
000500         FILE STATUS IS WS-RSLH-STATUS.
000510
000520     SELECT RPT-FILE ASSIGN TO RPTOUT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARC-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY ARCREC.
000620
000630 FD  FUP-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY FUPREC.
000660
000670 FD  REP-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY REPREC.
000700
000710 FD  RSLH-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY RSLHREC.
000740
000750 FD  RPT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  RPT-LINE                    PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810
000820 01  WS-EOF-SWITCHES.
000830     05  WS-ARC-EOF-SW            PIC X(01) VALUE 'N'.
000840         88  WS-ARC-EOF                   VALUE 'Y'.
000850
000860 01  WS-FILE-STATUSES.
000870     05  WS-ARC-STATUS            PIC X(02) VALUE '00'.
000880     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000890     05  WS-REP-STATUS            PIC X(02) VALUE '00'.
000900     05  WS-RSLH-STATUS           PIC X(02) VALUE '00'.
000910     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000920     05  WS-WRITE-STATUS          PIC X(02) VALUE '00'.
000930
000940 01  WS-RELOAD-WORK.
000950     05  WS-SEL-MASTER-ID         PIC X(08) VALUE SPACES.
000960     05  WS-SEL-CALLNO            PIC 9(04) VALUE 0.
000970     05  WS-ARCHIVE-DATE          PIC 9(08) VALUE 0.
000975     05  WS-RUN-DATE              PIC 9(08).
000980     05  WS-SECTION-OPEN-SW       PIC X(01) VALUE 'N'.
000990         88  WS-SECTION-OPEN              VALUE 'Y'.
001000     05  WS-SECTION-MASTER-ID     PIC X(08).
001010     05  WS-SECTION-COUNT         PIC 9(07).
001020     05  WS-SECTION-HASH          PIC 9(09).
001030     05  WS-ARCHIVE-BAD-SW        PIC X(01) VALUE 'N'.
001040         88  WS-ARCHIVE-BAD               VALUE 'Y'.
001050     05  WS-ARCHIVE-REASON        PIC X(40) VALUE SPACES.
001060
001070*****************************************************************
001080* ONE ENTRY PER MASTER: 1 FUPMAST, 2 REPMAST, 3 RSLTHIST.  A    *
001090* MASTER IS OPENED ONLY WHEN THE PARM SELECTS IT.               *
001100*****************************************************************
001110 01  WS-MASTER-TABLE.
001120     05  WS-MST-IX                PIC 9(01).
001130     05  WS-MST-FOUND-SW          PIC X(01) VALUE 'N'.
001140         88  WS-MST-FOUND                 VALUE 'Y'.
001150     05  WS-MST-ENTRY OCCURS 3 TIMES.
001160         10  WS-MST-ID            PIC X(08).
001170         10  WS-MST-SELECT-SW     PIC X(01).
001180             88  WS-MST-SELECTED         VALUE 'Y'.
001190         10  WS-MST-ON-ARCHIVE    PIC 9(07).
001200         10  WS-MST-RESTORED      PIC 9(07).
001210         10  WS-MST-KEPT          PIC 9(07).
001220
001230*****************************************************************
001240* AUDIT JOURNAL - EVERY RECORD RESTORED IS JOURNALED AS AN ADD  *
001250* WITH ITS AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS       *
001260* BALANCED AGAINST THE RECORDS RESTORED WHEN IT IS CLOSED.      *
001270*****************************************************************
001280 01  WS-JOURNAL-CONTROL.
001290     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001300         88  WS-JRN-OPEN                  VALUE 'Y'.
001320 COPY JRNPARM.
001330
001340*****************************************************************
001350* REPORT LINE LAYOUTS.                                          *
001360*****************************************************************
001370 01  WS-HEADING-LINE-1.
001380     05  FILLER                   PIC X(40)
001390         VALUE 'RETENTION ARCHIVE RELOAD'.
001400
001410 01  WS-HEADING-LINE-2.
001420     05  FILLER                   PIC X(13)
001430         VALUE 'ARCHIVE DATE '.
001440     05  WS-H2-ARCHIVE-DATE       PIC 9(08).
001450     05  FILLER                   PIC X(12)
001460         VALUE '  SELECTED: '.
001470     05  WS-H2-MASTER             PIC X(08).
001480     05  FILLER                   PIC X(08)
001490         VALUE '  CALLNO'.
001500     05  FILLER                   PIC X(01) VALUE SPACES.
001510     05  WS-H2-CALLNO             PIC X(04).
001520
001530 01  WS-COLUMN-HEADING-LINE.
001540     05  FILLER                   PIC X(40) VALUE
001550         'MASTER   CALLNO RUN DATE RESULT'.
001560
001570 01  WS-DETAIL-LINE.
001580     05  WS-D-MASTER              PIC X(08).
001590     05  FILLER                   PIC X(03) VALUE SPACES.
001600     05  WS-D-CALLNO              PIC 9(04).
001610     05  FILLER                   PIC X(01) VALUE SPACES.
001620     05  WS-D-RUN-DATE            PIC X(08).
001630     05  FILLER                   PIC X(01) VALUE SPACES.
001640     05  WS-D-RESULT              PIC X(30).
001650
001660 01  WS-TOTAL-LINE.
001670     05  WS-T-MASTER              PIC X(08).
001680     05  FILLER                   PIC X(13)
001690         VALUE '  ON ARCHIVE '.
001700     05  WS-T-ON-ARCHIVE          PIC ZZZZZZ9.
001710     05  FILLER                   PIC X(11)
001720         VALUE '  RESTORED '.
001730     05  WS-T-RESTORED            PIC ZZZZZZ9.
001740     05  FILLER                   PIC X(17)
001750         VALUE '  ALREADY ON FILE'.
001760     05  FILLER                   PIC X(01) VALUE SPACES.
001770     05  WS-T-KEPT                PIC ZZZZZZ9.
001780
001790 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001800
001810 LINKAGE SECTION.
001820 01  WS-PARM-AREA.
001830     05  WS-PARM-LEN              PIC S9(04) COMP.
001840     05  WS-PARM-DATA.
001850         10  WS-PARM-MASTER-ID    PIC X(08).
001860         10  WS-PARM-CALLNO       PIC 9(04).
001870
001880 PROCEDURE DIVISION USING WS-PARM-AREA.
001890
001900*****************************************************************
001910* 0000-MAINLINE - PROVE THE WHOLE ARCHIVE BALANCES, THEN READ   *
001920* IT AGAIN AND RESTORE THE SELECTED RECORDS.                    *
001930*****************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001960     PERFORM 2000-BALANCE-ARCHIVE THRU 2000-EXIT
001970     PERFORM 3000-RESTORE-ARCHIVE THRU 3000-EXIT
001980     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001990     DISPLAY 'MSTRELD: FOLLOW-UPS RESTORED. . : '
002000         WS-MST-RESTORED (1)
002010     DISPLAY 'MSTRELD: REPAIRS RESTORED . . . : '
002020         WS-MST-RESTORED (2)
002030     DISPLAY 'MSTRELD: HISTORY RECORDS RESTORED '
002040         WS-MST-RESTORED (3)
002050     GO TO 9999-EXIT-PROGRAM.
002060
002070*****************************************************************
002080* 1000-INITIALIZE-RUN - TAKE THE SELECTION FROM THE PARM: A     *
002090* MASTER ID (SPACES FOR ALL THREE) AND A CALL NUMBER (ZERO FOR  *
002100* EVERY RECORD), THEN OPEN THE REPORT.                          *
002110*****************************************************************
002120 1000-INITIALIZE-RUN.
002130     MOVE 'FUPMAST ' TO WS-MST-ID (1)
002140     MOVE 'REPMAST ' TO WS-MST-ID (2)
002150     MOVE 'RSLTHIST' TO WS-MST-ID (3)
002160     IF WS-PARM-LEN > 0
002170         MOVE WS-PARM-MASTER-ID TO WS-SEL-MASTER-ID
002180     END-IF
002190     IF WS-PARM-LEN >= 12
002200         AND WS-PARM-CALLNO NUMERIC
002210         MOVE WS-PARM-CALLNO TO WS-SEL-CALLNO
002220     END-IF
002230     PERFORM 1050-SELECT-ONE-MASTER THRU 1050-EXIT
002240         VARYING WS-MST-IX FROM 1 BY 1
002250         UNTIL WS-MST-IX > 3
002260     IF NOT WS-MST-FOUND
002270         DISPLAY 'MSTRELD: PARM MASTER ' WS-SEL-MASTER-ID
002280             ' IS NOT FUPMAST, REPMAST, OR RSLTHIST'
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT-PROGRAM
002310     END-IF
002320     OPEN OUTPUT RPT-FILE
002330     IF WS-RPT-STATUS NOT = '00'
002340         DISPLAY 'MSTRELD: REPORT FILE OPEN FAILED, STATUS='
002350             WS-RPT-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-EXIT-PROGRAM
002380     END-IF.
002390 1000-EXIT.
002400     EXIT.
002410
002420 1050-SELECT-ONE-MASTER.
002430     MOVE 'N' TO WS-MST-SELECT-SW (WS-MST-IX)
002440     MOVE 0 TO WS-MST-ON-ARCHIVE (WS-MST-IX)
002450     MOVE 0 TO WS-MST-RESTORED (WS-MST-IX)
002460     MOVE 0 TO WS-MST-KEPT (WS-MST-IX)
002470     IF WS-SEL-MASTER-ID = SPACES
002480         OR WS-SEL-MASTER-ID = WS-MST-ID (WS-MST-IX)
002490         SET WS-MST-SELECTED (WS-MST-IX) TO TRUE
002500         SET WS-MST-FOUND TO TRUE
002510     END-IF.
002520 1050-EXIT.
002530     EXIT.
002540
002550 1100-READ-ARC-FILE.
002560     READ ARC-FILE
002570         AT END
002580             SET WS-ARC-EOF TO TRUE
002590     END-READ
002600     IF WS-ARC-STATUS NOT = '00'
002610         AND WS-ARC-STATUS NOT = '10'
002620         DISPLAY 'MSTRELD: ARCHIVE READ FAILED, STATUS='
002630             WS-ARC-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 9999-EXIT-PROGRAM
002660     END-IF.
002670 1100-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 1200-OPEN-MASTERS - EACH SELECTED MASTER IS OPENED I-O, AND   *
002720* BOOTSTRAPPED EMPTY IF IT HAS BEEN DELETED AND DEFINED AGAIN.  *
002730*****************************************************************
002740 1200-OPEN-MASTERS.
002750     IF WS-MST-SELECTED (1)
002760         OPEN I-O FUP-FILE
002770         IF WS-FUP-STATUS = '35'
002780             OPEN OUTPUT FUP-FILE
002790             CLOSE FUP-FILE
002800             OPEN I-O FUP-FILE
002810         END-IF
002820         IF WS-FUP-STATUS NOT = '00'
002830             DISPLAY 'MSTRELD: FOLLOW-UP MASTER OPEN FAILED, '
002840                 'STATUS=' WS-FUP-STATUS
002850             MOVE 16 TO RETURN-CODE
002860             GO TO 9999-EXIT-PROGRAM
002870         END-IF
002880     END-IF
002890     IF WS-MST-SELECTED (2)
002900         OPEN I-O REP-FILE
002910         IF WS-REP-STATUS = '35'
002920             OPEN OUTPUT REP-FILE
002930             CLOSE REP-FILE
002940             OPEN I-O REP-FILE
002950         END-IF
002960         IF WS-REP-STATUS NOT = '00'
002970             DISPLAY 'MSTRELD: REPAIR MASTER OPEN FAILED, '
002980                 'STATUS=' WS-REP-STATUS
002990             MOVE 16 TO RETURN-CODE
003000             GO TO 9999-EXIT-PROGRAM
003010         END-IF
003020     END-IF
003030     IF WS-MST-SELECTED (3)
003040         OPEN I-O RSLH-FILE
003050         IF WS-RSLH-STATUS = '35'
003060             OPEN OUTPUT RSLH-FILE
003070             CLOSE RSLH-FILE
003080             OPEN I-O RSLH-FILE
003090         END-IF
003100         IF WS-RSLH-STATUS NOT = '00'
003110             DISPLAY 'MSTRELD: HISTORY FILE OPEN FAILED, '
003120                 'STATUS=' WS-RSLH-STATUS
003130             MOVE 16 TO RETURN-CODE
003140             GO TO 9999-EXIT-PROGRAM
003150         END-IF
003160     END-IF.
003170 1200-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
003220* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
003230* NONE.                                                         *
003240*****************************************************************
003250 1800-OPEN-JOURNAL.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003270     MOVE 'O' TO JRN-CTL-FUNCTION
003280     MOVE 'MSTRELD ' TO JRN-CTL-PROGRAM-ID
003290     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
003300     CALL 'JRNWRT' USING JRN-CTL-PARM
003310     IF NOT JRN-CTL-OK
003320         DISPLAY 'MSTRELD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 9999-EXIT-PROGRAM
003350     END-IF
003360     SET WS-JRN-OPEN TO TRUE.
003370 1800-EXIT.
003380     EXIT.
003390
003400 1900-CHECK-RPT-STATUS.
003410     IF WS-RPT-STATUS NOT = '00'
003420         DISPLAY 'MSTRELD: REPORT FILE WRITE FAILED, STATUS='
003430             WS-RPT-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 9999-EXIT-PROGRAM
003460     END-IF.
003470 1900-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* 2000-BALANCE-ARCHIVE - EVERY SECTION MUST RUN HEADER, DATA    *
003520* FOR THAT MASTER ONLY, TRAILER, AND ITS DATA MUST MATCH THE    *
003530* TRAILER'S COUNT AND CALL-NUMBER HASH.  A GENERATION THAT      *
003540* DOES NOT BALANCE IS REFUSED WHOLE - NOTHING IS RESTORED.      *
003550*****************************************************************
003560 2000-BALANCE-ARCHIVE.
003570     OPEN INPUT ARC-FILE
003580     IF WS-ARC-STATUS NOT = '00'
003590         DISPLAY 'MSTRELD: ARCHIVE OPEN FAILED, STATUS='
003600             WS-ARC-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 9999-EXIT-PROGRAM
003630     END-IF
003640     PERFORM 1100-READ-ARC-FILE THRU 1100-EXIT
003650     IF WS-ARC-EOF
003660         MOVE 'ARCHIVE IS EMPTY' TO WS-ARCHIVE-REASON
003670         SET WS-ARCHIVE-BAD TO TRUE
003680     END-IF
003690     PERFORM 2100-BALANCE-ONE-RECORD THRU 2100-EXIT
003700         UNTIL WS-ARC-EOF
003710             OR WS-ARCHIVE-BAD
003720     IF WS-SECTION-OPEN
003730         AND NOT WS-ARCHIVE-BAD
003740         MOVE 'LAST SECTION HAS NO TRAILER'
003750             TO WS-ARCHIVE-REASON
003760         SET WS-ARCHIVE-BAD TO TRUE
003770     END-IF
003780     CLOSE ARC-FILE
003790     IF WS-ARCHIVE-BAD
003800         DISPLAY 'MSTRELD: ARCHIVE REFUSED - ' WS-ARCHIVE-REASON
003810         DISPLAY 'MSTRELD: NOTHING RESTORED'
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 9999-EXIT-PROGRAM
003840     END-IF.
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-BALANCE-ONE-RECORD.
003890     IF ARC-HEADER
003900         IF WS-SECTION-OPEN
003910             MOVE 'SECTION HAS NO TRAILER' TO WS-ARCHIVE-REASON
003920             SET WS-ARCHIVE-BAD TO TRUE
003930             GO TO 2100-EXIT
003940         END-IF
003950         IF NOT ARC-FUPMAST
003960             AND NOT ARC-REPMAST
003970             AND NOT ARC-RSLTHIST
003980             MOVE 'SECTION FOR UNKNOWN MASTER'
003990                 TO WS-ARCHIVE-REASON
004000             SET WS-ARCHIVE-BAD TO TRUE
004010             GO TO 2100-EXIT
004020         END-IF
004030         SET WS-SECTION-OPEN TO TRUE
004040         MOVE ARC-MASTER-ID TO WS-SECTION-MASTER-ID
004050         MOVE 0 TO WS-SECTION-COUNT
004060         MOVE 0 TO WS-SECTION-HASH
004070         IF WS-ARCHIVE-DATE = 0
004080             MOVE ARC-CTL-ARCHIVE-DATE TO WS-ARCHIVE-DATE
004090         END-IF
004100         GO TO 2100-NEXT
004110     END-IF
004120     IF NOT WS-SECTION-OPEN
004130         MOVE 'RECORD OUTSIDE ANY SECTION' TO WS-ARCHIVE-REASON
004140         SET WS-ARCHIVE-BAD TO TRUE
004150         GO TO 2100-EXIT
004160     END-IF
004170     IF ARC-MASTER-ID NOT = WS-SECTION-MASTER-ID
004180         MOVE 'RECORD FOR WRONG MASTER IN SECTION'
004190             TO WS-ARCHIVE-REASON
004200         SET WS-ARCHIVE-BAD TO TRUE
004210         GO TO 2100-EXIT
004220     END-IF
004230     IF ARC-DATA
004240         ADD 1 TO WS-SECTION-COUNT
004250         ADD ARC-CALLNO TO WS-SECTION-HASH
004260         GO TO 2100-NEXT
004270     END-IF
004280     IF NOT ARC-TRAILER
004290         MOVE 'UNKNOWN RECORD TYPE' TO WS-ARCHIVE-REASON
004300         SET WS-ARCHIVE-BAD TO TRUE
004310         GO TO 2100-EXIT
004320     END-IF
004330     IF ARC-CTL-REC-COUNT NOT = WS-SECTION-COUNT
004340         OR ARC-CTL-HASH-TOTAL NOT = WS-SECTION-HASH
004350         MOVE 'TRAILER COUNT OR HASH MISMATCH'
004360             TO WS-ARCHIVE-REASON
004370         SET WS-ARCHIVE-BAD TO TRUE
004380         GO TO 2100-EXIT
004390     END-IF
004400     MOVE 'N' TO WS-SECTION-OPEN-SW.
004410 2100-NEXT.
004420     PERFORM 1100-READ-ARC-FILE THRU 1100-EXIT.
004430 2100-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470* 3000-RESTORE-ARCHIVE - SECOND PASS: WRITE EACH SELECTED DATA  *
004480* RECORD BACK TO ITS MASTER.                                    *
004490*****************************************************************
004500 3000-RESTORE-ARCHIVE.
004510     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
004520     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT
004530     WRITE RPT-LINE FROM WS-HEADING-LINE-1
004540     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004550     MOVE WS-ARCHIVE-DATE TO WS-H2-ARCHIVE-DATE
004560     IF WS-SEL-MASTER-ID = SPACES
004570         MOVE 'ALL' TO WS-H2-MASTER
004580     ELSE
004590         MOVE WS-SEL-MASTER-ID TO WS-H2-MASTER
004600     END-IF
004610     IF WS-SEL-CALLNO = 0
004620         MOVE 'ALL' TO WS-H2-CALLNO
004630     ELSE
004640         MOVE WS-SEL-CALLNO TO WS-H2-CALLNO
004650     END-IF
004660     WRITE RPT-LINE FROM WS-HEADING-LINE-2
004670     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004680     WRITE RPT-LINE FROM WS-BLANK-LINE
004690     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004700     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
004710     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004720     MOVE 'N' TO WS-ARC-EOF-SW
004730     OPEN INPUT ARC-FILE
004740     IF WS-ARC-STATUS NOT = '00'
004750         DISPLAY 'MSTRELD: ARCHIVE REOPEN FAILED, STATUS='
004760             WS-ARC-STATUS
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 9999-EXIT-PROGRAM
004790     END-IF
004800     PERFORM 1100-READ-ARC-FILE THRU 1100-EXIT
004810     PERFORM 3100-RESTORE-ONE-RECORD THRU 3100-EXIT
004820         UNTIL WS-ARC-EOF.
004830 3000-EXIT.
004840     EXIT.
004850
004860 3100-RESTORE-ONE-RECORD.
004870     IF NOT ARC-DATA
004880         GO TO 3100-NEXT
004890     END-IF
004900     IF ARC-FUPMAST
004910         MOVE 1 TO WS-MST-IX
004920     ELSE
004930         IF ARC-REPMAST
004940             MOVE 2 TO WS-MST-IX
004950         ELSE
004960             MOVE 3 TO WS-MST-IX
004970         END-IF
004980     END-IF
004990     IF NOT WS-MST-SELECTED (WS-MST-IX)
005000         GO TO 3100-NEXT
005010     END-IF
005020     IF WS-SEL-CALLNO NOT = 0
005030         AND ARC-CALLNO NOT = WS-SEL-CALLNO
005040         GO TO 3100-NEXT
005050     END-IF
005060     ADD 1 TO WS-MST-ON-ARCHIVE (WS-MST-IX)
005070     IF WS-MST-IX = 1
005080         MOVE ARC-IMAGE TO FUP-RECORD
005081*            AN IMAGE ARCHIVED BEFORE THE FOLLOW-UP RECORD
005082*            CARRIED A NOTICE STAGE AND RECALL DATE HAS SPACES
005083*            THERE - IT IS RESTORED WITH NO NOTICE SENT.
005084         IF FUP-RECALL-DATE NOT NUMERIC
005085             SET FUP-NO-NOTICE TO TRUE
005086             MOVE 0 TO FUP-RECALL-DATE
005087             MOVE FUP-RECORD TO ARC-IMAGE
005088         END-IF
005090         WRITE FUP-RECORD
005100         MOVE WS-FUP-STATUS TO WS-WRITE-STATUS
005110     END-IF
005120     IF WS-MST-IX = 2
005130         MOVE ARC-IMAGE TO REP-RECORD
005140         WRITE REP-RECORD
005150         MOVE WS-REP-STATUS TO WS-WRITE-STATUS
005160     END-IF
005170     IF WS-MST-IX = 3
005180         MOVE ARC-IMAGE TO RSLH-RECORD
005190         WRITE RSLH-RECORD
005200         MOVE WS-RSLH-STATUS TO WS-WRITE-STATUS
005210     END-IF
005220     MOVE WS-MST-ID (WS-MST-IX) TO WS-D-MASTER
005230     MOVE ARC-CALLNO TO WS-D-CALLNO
005240     MOVE ARC-KEY-RUN-DATE TO WS-D-RUN-DATE
005250     IF WS-WRITE-STATUS = '00'
005260         ADD 1 TO WS-MST-RESTORED (WS-MST-IX)
005270         PERFORM 3200-JOURNAL-RESTORE THRU 3200-EXIT
005280         MOVE 'RESTORED' TO WS-D-RESULT
005290     ELSE
005300         IF WS-WRITE-STATUS = '22'
005310             ADD 1 TO WS-MST-KEPT (WS-MST-IX)
005320             MOVE 'ALREADY ON MASTER - NOT OVERLAID'
005330                 TO WS-D-RESULT
005340             MOVE 4 TO RETURN-CODE
005350         ELSE
005360             DISPLAY 'MSTRELD: ' WS-MST-ID (WS-MST-IX)
005370                 ' WRITE FAILED, STATUS=' WS-WRITE-STATUS
005380             MOVE 16 TO RETURN-CODE
005390             GO TO 9999-EXIT-PROGRAM
005400         END-IF
005410     END-IF
005420     WRITE RPT-LINE FROM WS-DETAIL-LINE
005430     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
005440 3100-NEXT.
005450     PERFORM 1100-READ-ARC-FILE THRU 1100-EXIT.
005460 3100-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500* 3200-JOURNAL-RESTORE - THE ARCHIVED IMAGE JUST WRITTEN BACK   *
005510* IS THE AFTER IMAGE; THE KEY WAS NOT ON THE MASTER BEFORE.     *
005520*****************************************************************
005530 3200-JOURNAL-RESTORE.
005540     MOVE 'ARCHIVE ' TO JRN-CTL-SOURCE
005550     MOVE SPACES TO JRN-CTL-BATCH-ID
005560     MOVE SPACES TO JRN-CTL-INITS
005570     MOVE WS-MST-ID (WS-MST-IX) TO JRN-CTL-MASTER-ID
005580     MOVE 'A' TO JRN-CTL-ACTION
005590     MOVE ARC-CALLNO TO JRN-CTL-CALLNO
005600     MOVE ARC-KEY TO JRN-CTL-KEY
005610     MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
005620     MOVE ARC-IMAGE TO JRN-CTL-AFTER-IMAGE
005630     MOVE 'W' TO JRN-CTL-FUNCTION
005640     CALL 'JRNWRT' USING JRN-CTL-PARM
005650     IF NOT JRN-CTL-OK
005660         DISPLAY 'MSTRELD: AUDIT JOURNAL WRITE FAILED, KEY='
005670             JRN-CTL-KEY
005680         MOVE 16 TO RETURN-CODE
005690         GO TO 9999-EXIT-PROGRAM
005700     END-IF.
005710 3200-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 4000-PRINT-TOTALS - PER SELECTED MASTER.  A SELECTION THAT    *
005760* MATCHED NOTHING ON THE ARCHIVE IS WORTH A WARNING - THE       *
005770* AUDITOR MAY NEED AN OLDER GENERATION.                         *
005780*****************************************************************
005790 4000-PRINT-TOTALS.
005800     WRITE RPT-LINE FROM WS-BLANK-LINE
005810     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
005820     PERFORM 4100-PRINT-ONE-MASTER THRU 4100-EXIT
005830         VARYING WS-MST-IX FROM 1 BY 1
005840         UNTIL WS-MST-IX > 3
005850     IF WS-MST-ON-ARCHIVE (1) = 0
005860         AND WS-MST-ON-ARCHIVE (2) = 0
005870         AND WS-MST-ON-ARCHIVE (3) = 0
005880         DISPLAY 'MSTRELD: NO ARCHIVED RECORD MATCHES THE '
005890             'SELECTION'
005900         MOVE 4 TO RETURN-CODE
005910     END-IF.
005920 4000-EXIT.
005930     EXIT.
005940
005950 4100-PRINT-ONE-MASTER.
005960     IF NOT WS-MST-SELECTED (WS-MST-IX)
005970         GO TO 4100-EXIT
005980     END-IF
005990     MOVE WS-MST-ID (WS-MST-IX) TO WS-T-MASTER
006000     MOVE WS-MST-ON-ARCHIVE (WS-MST-IX) TO WS-T-ON-ARCHIVE
006010     MOVE WS-MST-RESTORED (WS-MST-IX) TO WS-T-RESTORED
006020     MOVE WS-MST-KEPT (WS-MST-IX) TO WS-T-KEPT
006030     WRITE RPT-LINE FROM WS-TOTAL-LINE
006040     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
006050 4100-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
006100* EVERY RECORD RESTORED MUST HAVE BEEN JOURNALED; A SHORTFALL   *
006110* MEANS A RESTORE WENT UNJOURNALED AND ENDS THE STEP WITH       *
006120* RETURN CODE 8.                                                *
006130*****************************************************************
006140 8900-CLOSE-JOURNAL.
006150     MOVE 'N' TO WS-JRN-OPEN-SW
006160     MOVE 'C' TO JRN-CTL-FUNCTION
006170     MOVE WS-MST-RESTORED (1) TO JRN-CTL-EXPECTED
006180     ADD WS-MST-RESTORED (2) TO JRN-CTL-EXPECTED
006190     ADD WS-MST-RESTORED (3) TO JRN-CTL-EXPECTED
006200     MOVE RETURN-CODE TO JRN-CTL-END-RC
006210     CALL 'JRNWRT' USING JRN-CTL-PARM
006220     IF NOT JRN-CTL-OK
006230         DISPLAY 'MSTRELD: AUDIT JOURNAL CLOSE FAILED'
006240         MOVE 16 TO RETURN-CODE
006250         GO TO 8900-EXIT
006260     END-IF
006270     DISPLAY 'MSTRELD: JOURNAL RECORDS. . . . : '
006280         JRN-CTL-WRITTEN
006290     IF JRN-CTL-OUT-OF-BALANCE
006300         DISPLAY 'MSTRELD: AUDIT JOURNAL OUT OF BALANCE - '
006310             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
006320             ' CHANGES COUNTED'
006330         IF RETURN-CODE < 8
006340             MOVE 8 TO RETURN-CODE
006350         END-IF
006360     END-IF.
006370 8900-EXIT.
006380     EXIT.
006390
006400 9999-EXIT-PROGRAM.
006410     IF WS-JRN-OPEN
006420         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
006430     END-IF
006440     CLOSE ARC-FILE
006450     CLOSE FUP-FILE
006460     CLOSE REP-FILE
006470     CLOSE RSLH-FILE
006480     CLOSE RPT-FILE
006490     STOP RUN.
