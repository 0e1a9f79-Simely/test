000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTPURG.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  PERIODIC RETENTION      *
000100*                    ARCHIVE AND PURGE FOR THE TRACKING         *
000110*                    MASTERS.  CLEARED AND WITHDRAWN FOLLOW-UPS,*
000120*                    RETURNED REPAIRS, AND RESULTS HISTORY      *
000130*                    OLDER THAN EACH MASTER'S RETENTION PERIOD  *
000140*                    (PARM, IN DAYS) ARE COPIED TO A DATED      *
000150*                    ARCHIVE WITH CONTROL TOTALS, THEN DELETED. *
000160*                    OPEN FOLLOW-UPS AND OUT REPAIRS ARE NEVER  *
000170*                    PURGED, NOR IS ANY HISTORY OF AN ITEM      *
000180*                    STILL OPEN ON EITHER MASTER.  PRINTS A     *
000190*                    BEFORE/AFTER RECORD-COUNT REPORT.  MSTRELD *
000200*                    RESTORES FROM THE ARCHIVE.                 *
000210*   10/15/2026  DJM  A FOLLOW-UP RECORD WITH A CIRCULATION      *
000220*                    RECALL, SECOND NOTICE OR BILL STILL        *
000230*                    OUTSTANDING IS KEPT UNTIL THE CANCELLATION *
000240*                    IS SENT.                                   *
000250*   10/15/2026  DJM  AUDIT JOURNAL - EVERY RECORD PURGED IS     *
000260*                    JOURNALED THROUGH JRNWRT AS A DELETE, ITS  *
000270*                    ARCHIVED IMAGE AS THE BEFORE IMAGE, AND    *
000280*                    THE JOURNAL IS BALANCED AGAINST THE        *
000290*                    RECORDS PURGED FROM ALL THREE MASTERS -    *
000300*                    OUT OF BALANCE ENDS THE STEP WITH RETURN   *
000310*                    CODE 8.                                    *
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FUP-FILE ASSIGN TO FUPMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS FUP-KEY
000410         FILE STATUS IS WS-FUP-STATUS.
000420
000430     SELECT REP-FILE ASSIGN TO REPMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS REP-KEY
000470         FILE STATUS IS WS-REP-STATUS.
000480
000490     SELECT RSLH-FILE ASSIGN TO RSLTHIST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS RSLH-KEY
000530         FILE STATUS IS WS-RSLH-STATUS.
000540
000550     SELECT ARC-FILE ASSIGN TO ARCHIVE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ARC-STATUS.
000580
000590     SELECT RPT-FILE ASSIGN TO RPTOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  FUP-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY FUPREC.
000680
000690 FD  REP-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY REPREC.
000720
000730 FD  RSLH-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY RSLHREC.
000760
000770 FD  ARC-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY ARCREC.
000810
000820 FD  RPT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  RPT-LINE                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880
000890*****************************************************************
000900* THE SHORTEST RETENTION THE PARM MAY ASK FOR.  A MISKEYED PARM *
000910* MUST NOT BE ABLE TO ARCHIVE AWAY LAST QUARTER'S AUDIT TRAIL.  *
000920*****************************************************************
000930 77  WS-MIN-RETAIN-DAYS           PIC 9(04) VALUE 90.
000940
000950 01  WS-EOF-SWITCHES.
000960     05  WS-FUP-EOF-SW            PIC X(01) VALUE 'N'.
000970         88  WS-FUP-EOF                   VALUE 'Y'.
000980     05  WS-REP-EOF-SW            PIC X(01) VALUE 'N'.
000990         88  WS-REP-EOF                   VALUE 'Y'.
001000     05  WS-RSLH-EOF-SW           PIC X(01) VALUE 'N'.
001010         88  WS-RSLH-EOF                  VALUE 'Y'.
001020     05  WS-ARC-EOF-SW            PIC X(01) VALUE 'N'.
001030         88  WS-ARC-EOF                   VALUE 'Y'.
001040
001050 01  WS-FILE-STATUSES.
001060     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
001070     05  WS-REP-STATUS            PIC X(02) VALUE '00'.
001080     05  WS-RSLH-STATUS           PIC X(02) VALUE '00'.
001090     05  WS-ARC-STATUS            PIC X(02) VALUE '00'.
001100     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001110     05  WS-DELETE-STATUS         PIC X(02) VALUE '00'.
001120
001130 01  WS-PURGE-WORK.
001140     05  WS-RUN-DATE              PIC 9(08).
001150     05  WS-DATE-INT              PIC S9(07) COMP.
001160     05  WS-HIST-RUN-DATE         PIC 9(08).
001170     05  WS-ELIGIBLE-SW           PIC X(01) VALUE 'N'.
001180         88  WS-ELIGIBLE                  VALUE 'Y'.
001190*        THE KEY OF THE MASTER RECORD IN HAND AND OF THE NEXT
001200*        ARCHIVED RECORD, LAID OUT LIKE ARC-KEY SO THE PURGE
001210*        PASS CAN MATCH THE TWO IN KEY ORDER.
001220     05  WS-PURGE-KEY             PIC X(12).
001230     05  WS-ARC-CUR-KEY           PIC X(12).
001240
001250*****************************************************************
001260* ONE ENTRY PER MASTER: 1 FUPMAST, 2 REPMAST, 3 RSLTHIST.  A    *
001270* MASTER WITH A ZERO RETENTION IN THE PARM IS COUNTED BUT LEFT  *
001280* ALONE.  THE PURGE MUST DELETE EXACTLY WHAT WAS ARCHIVED - A   *
001290* RECORD ARCHIVED BUT NOT FOUND UNCHANGED AT PURGE TIME IS      *
001300* UNMATCHED AND PUTS THE MASTER OUT OF BALANCE.                 *
001310*****************************************************************
001320 01  WS-MASTER-TABLE.
001330     05  WS-MST-IX                PIC 9(01).
001340     05  WS-MST-ENTRY OCCURS 3 TIMES.
001350         10  WS-MST-ID            PIC X(08).
001360         10  WS-MST-SELECT-SW     PIC X(01).
001370             88  WS-MST-SELECTED         VALUE 'Y'.
001380         10  WS-MST-RETAIN-DAYS   PIC 9(04).
001390         10  WS-MST-CUTOFF        PIC 9(08).
001400         10  WS-MST-BEFORE        PIC 9(07).
001410         10  WS-MST-ARCHIVED      PIC 9(07).
001420         10  WS-MST-ARC-HASH      PIC 9(09).
001430         10  WS-MST-PURGED        PIC 9(07).
001440         10  WS-MST-PURGE-HASH    PIC 9(09).
001450         10  WS-MST-AFTER         PIC 9(07).
001460         10  WS-MST-UNMATCHED     PIC 9(05).
001470
001480*****************************************************************
001490* AUDIT JOURNAL - EVERY RECORD PURGED IS JOURNALED AS A DELETE  *
001500* WITH ITS BEFORE IMAGE THROUGH JRNWRT, AND THE JOURNAL IS      *
001510* BALANCED AGAINST THE RECORDS PURGED WHEN IT IS CLOSED.        *
001520*****************************************************************
001530 01  WS-JOURNAL-CONTROL.
001540     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001550         88  WS-JRN-OPEN                  VALUE 'Y'.
001560 COPY JRNPARM.
001570
001580*****************************************************************
001590* CALL NUMBERS STILL OPEN ON FUPMAST OR OUT ON REPMAST, SET     *
001600* WHILE THOSE MASTERS ARE ARCHIVED AND TESTED BEFORE ANY        *
001610* RESULTS HISTORY IS TAKEN - AN OPEN ITEM KEEPS ITS WHOLE       *
001620* HISTORY, HOWEVER OLD.                                         *
001630*****************************************************************
001640 01  WS-OPEN-ITEM-TABLE.
001650     05  WS-OPEN-ITEM-SW          PIC X(01) OCCURS 9999 TIMES.
001660         88  WS-OPEN-ITEM                VALUE 'Y'.
001670
001680*****************************************************************
001690* REPORT LINE LAYOUTS.                                          *
001700*****************************************************************
001710 01  WS-HEADING-LINE-1.
001720     05  FILLER                   PIC X(40)
001730         VALUE 'MASTER RETENTION ARCHIVE AND PURGE'.
001740
001750 01  WS-HEADING-LINE-2.
001760     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001770     05  WS-H2-RUN-DATE           PIC 9(08).
001780
001790 01  WS-COLUMN-HEADING-LINE.
001800     05  FILLER                   PIC X(32) VALUE
001810         'MASTER  RETAIN  CUTOFF    BEFORE'.
001820     05  FILLER                   PIC X(30) VALUE
001830         ' ARCHIVED   PURGED    AFTER'.
001840
001850 01  WS-DETAIL-LINE.
001860     05  WS-D-MASTER              PIC X(08).
001870     05  FILLER                   PIC X(02) VALUE SPACES.
001880     05  WS-D-RETAIN              PIC ZZZ9.
001890     05  FILLER                   PIC X(02) VALUE SPACES.
001900     05  WS-D-CUTOFF              PIC X(08).
001910     05  FILLER                   PIC X(01) VALUE SPACES.
001920     05  WS-D-BEFORE              PIC ZZZZZZ9.
001930     05  FILLER                   PIC X(02) VALUE SPACES.
001940     05  WS-D-ARCHIVED            PIC ZZZZZZ9.
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  WS-D-PURGED              PIC ZZZZZZ9.
001970     05  FILLER                   PIC X(02) VALUE SPACES.
001980     05  WS-D-AFTER               PIC ZZZZZZ9.
001990     05  FILLER                   PIC X(02) VALUE SPACES.
002000     05  WS-D-NOTE                PIC X(14).
002010
002020 01  WS-HASH-HEADING-LINE.
002030     05  FILLER                   PIC X(40)
002040         VALUE 'ARCHIVE CONTROL TOTALS'.
002050
002060 01  WS-HASH-LINE.
002070     05  WS-HS-MASTER             PIC X(08).
002080     05  FILLER                   PIC X(10)
002090         VALUE '  RECORDS '.
002100     05  WS-HS-COUNT              PIC ZZZZZZ9.
002110     05  FILLER                   PIC X(16)
002120         VALUE '  CALLNO HASH   '.
002130     05  WS-HS-HASH               PIC 9(09).
002140
002150 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002160
002170 LINKAGE SECTION.
002180 01  WS-PARM-AREA.
002190     05  WS-PARM-LEN              PIC S9(04) COMP.
002200     05  WS-PARM-DATA.
002210         10  WS-PARM-FUP-DAYS     PIC 9(04).
002220         10  WS-PARM-REP-DAYS     PIC 9(04).
002230         10  WS-PARM-RSLH-DAYS    PIC 9(04).
002240
002250 PROCEDURE DIVISION USING WS-PARM-AREA.
002260
002270*****************************************************************
002280* 0000-MAINLINE - ARCHIVE EVERY SELECTED MASTER FIRST AND CLOSE *
002290* THE ARCHIVE WITH ITS TRAILERS WRITTEN; ONLY THEN READ IT BACK *
002300* AND DELETE WHAT IT HOLDS, SO NOTHING IS EVER DELETED THAT IS  *
002310* NOT SAFELY ON THE ARCHIVE.                                    *
002320*****************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002350     PERFORM 2000-ARCHIVE-FOLLOWUPS THRU 2000-EXIT
002360     PERFORM 2200-ARCHIVE-REPAIRS THRU 2200-EXIT
002370     PERFORM 2400-ARCHIVE-HISTORY THRU 2400-EXIT
002380     CLOSE ARC-FILE
002390     OPEN INPUT ARC-FILE
002400     IF WS-ARC-STATUS NOT = '00'
002410         DISPLAY 'MSTPURG: ARCHIVE REOPEN FAILED, STATUS='
002420             WS-ARC-STATUS
002430         DISPLAY 'MSTPURG: NOTHING PURGED'
002440         MOVE 16 TO RETURN-CODE
002450         GO TO 9999-EXIT-PROGRAM
002460     END-IF
002470     PERFORM 3000-PURGE-FOLLOWUPS THRU 3000-EXIT
002480     PERFORM 3200-PURGE-REPAIRS THRU 3200-EXIT
002490     PERFORM 3400-PURGE-HISTORY THRU 3400-EXIT
002500     PERFORM 4000-PRINT-COUNTS THRU 4000-EXIT
002510     DISPLAY 'MSTPURG: FOLLOW-UPS PURGED. . . : '
002520         WS-MST-PURGED (1)
002530     DISPLAY 'MSTPURG: REPAIRS PURGED . . . . : '
002540         WS-MST-PURGED (2)
002550     DISPLAY 'MSTPURG: HISTORY RECORDS PURGED : '
002560         WS-MST-PURGED (3)
002570     GO TO 9999-EXIT-PROGRAM.
002580
002590*****************************************************************
002600* 1000-INITIALIZE-RUN - TAKE THE RETENTION PERIODS FROM THE     *
002610* PARM, WORK OUT EACH CUTOFF DATE, AND OPEN THE ARCHIVE AND     *
002620* REPORT.  A BAD PARM PURGES NOTHING.                           *
002630*****************************************************************
002640 1000-INITIALIZE-RUN.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002660     MOVE ALL 'N' TO WS-OPEN-ITEM-TABLE
002670     MOVE 'FUPMAST ' TO WS-MST-ID (1)
002680     MOVE 'REPMAST ' TO WS-MST-ID (2)
002690     MOVE 'RSLTHIST' TO WS-MST-ID (3)
002700     PERFORM 1050-CLEAR-ONE-MASTER THRU 1050-EXIT
002710         VARYING WS-MST-IX FROM 1 BY 1
002720         UNTIL WS-MST-IX > 3
002730     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
002740     PERFORM 1150-SET-ONE-CUTOFF THRU 1150-EXIT
002750         VARYING WS-MST-IX FROM 1 BY 1
002760         UNTIL WS-MST-IX > 3
002770     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002780     OPEN OUTPUT ARC-FILE
002790     IF WS-ARC-STATUS NOT = '00'
002800         DISPLAY 'MSTPURG: ARCHIVE OPEN FAILED, STATUS='
002810             WS-ARC-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 9999-EXIT-PROGRAM
002840     END-IF
002850     OPEN OUTPUT RPT-FILE
002860     IF WS-RPT-STATUS NOT = '00'
002870         DISPLAY 'MSTPURG: REPORT FILE OPEN FAILED, STATUS='
002880             WS-RPT-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GO TO 9999-EXIT-PROGRAM
002910     END-IF
002920     WRITE RPT-LINE FROM WS-HEADING-LINE-1
002930     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT
002940     MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
002950     WRITE RPT-LINE FROM WS-HEADING-LINE-2
002960     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT
002970     WRITE RPT-LINE FROM WS-BLANK-LINE
002980     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT.
002990 1000-EXIT.
003000     EXIT.
003010
003020 1050-CLEAR-ONE-MASTER.
003030     MOVE 'N' TO WS-MST-SELECT-SW (WS-MST-IX)
003040     MOVE 0 TO WS-MST-RETAIN-DAYS (WS-MST-IX)
003050     MOVE 0 TO WS-MST-CUTOFF (WS-MST-IX)
003060     MOVE 0 TO WS-MST-BEFORE (WS-MST-IX)
003070     MOVE 0 TO WS-MST-ARCHIVED (WS-MST-IX)
003080     MOVE 0 TO WS-MST-ARC-HASH (WS-MST-IX)
003090     MOVE 0 TO WS-MST-PURGED (WS-MST-IX)
003100     MOVE 0 TO WS-MST-PURGE-HASH (WS-MST-IX)
003110     MOVE 0 TO WS-MST-AFTER (WS-MST-IX)
003120     MOVE 0 TO WS-MST-UNMATCHED (WS-MST-IX).
003130 1050-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 1100-LOAD-PARM - THREE FOUR-DIGIT RETENTION PERIODS IN DAYS:  *
003180* FUPMAST, REPMAST, RSLTHIST.  ZERO LEAVES THAT MASTER ALONE.   *
003190*****************************************************************
003200 1100-LOAD-PARM.
003210     IF WS-PARM-LEN < 12
003220         OR WS-PARM-FUP-DAYS NOT NUMERIC
003230         OR WS-PARM-REP-DAYS NOT NUMERIC
003240         OR WS-PARM-RSLH-DAYS NOT NUMERIC
003250         DISPLAY 'MSTPURG: PARM MUST GIVE FUPMAST, REPMAST, AND '
003260             'RSLTHIST RETENTION DAYS - NOTHING PURGED'
003270         MOVE 16 TO RETURN-CODE
003280         GO TO 9999-EXIT-PROGRAM
003290     END-IF
003300     MOVE WS-PARM-FUP-DAYS TO WS-MST-RETAIN-DAYS (1)
003310     MOVE WS-PARM-REP-DAYS TO WS-MST-RETAIN-DAYS (2)
003320     MOVE WS-PARM-RSLH-DAYS TO WS-MST-RETAIN-DAYS (3).
003330 1100-EXIT.
003340     EXIT.
003350
003360 1150-SET-ONE-CUTOFF.
003370     IF WS-MST-RETAIN-DAYS (WS-MST-IX) = 0
003380         GO TO 1150-EXIT
003390     END-IF
003400     IF WS-MST-RETAIN-DAYS (WS-MST-IX) < WS-MIN-RETAIN-DAYS
003410         DISPLAY 'MSTPURG: ' WS-MST-ID (WS-MST-IX)
003420             ' RETENTION UNDER ' WS-MIN-RETAIN-DAYS
003430             ' DAYS - NOTHING PURGED'
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 9999-EXIT-PROGRAM
003460     END-IF
003470     SET WS-MST-SELECTED (WS-MST-IX) TO TRUE
003480     COMPUTE WS-DATE-INT =
003490         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003500         - WS-MST-RETAIN-DAYS (WS-MST-IX)
003510     COMPUTE WS-MST-CUTOFF (WS-MST-IX) =
003520         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
003530 1150-EXIT.
003540     EXIT.
003550
003560 1200-READ-FUP-FILE.
003570     READ FUP-FILE
003580         AT END
003590             SET WS-FUP-EOF TO TRUE
003600     END-READ.
003610 1200-EXIT.
003620     EXIT.
003630
003640 1300-READ-REP-FILE.
003650     READ REP-FILE
003660         AT END
003670             SET WS-REP-EOF TO TRUE
003680     END-READ.
003690 1300-EXIT.
003700     EXIT.
003710
003720 1400-READ-RSLH-FILE.
003730     READ RSLH-FILE
003740         AT END
003750             SET WS-RSLH-EOF TO TRUE
003760     END-READ.
003770 1400-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810* 1500-READ-ARC-FILE - DURING THE PURGE PASS, KEEP THE KEY OF   *
003820* THE NEXT ARCHIVED DATA RECORD IN HAND.  A TRAILER ENDS THE    *
003830* SECTION: HIGH-VALUES THEN MATCHES NO MASTER KEY.              *
003840*****************************************************************
003850 1500-READ-ARC-FILE.
003860     READ ARC-FILE
003870         AT END
003880             SET WS-ARC-EOF TO TRUE
003890     END-READ
003900     IF WS-ARC-STATUS NOT = '00'
003910         AND WS-ARC-STATUS NOT = '10'
003920         DISPLAY 'MSTPURG: ARCHIVE READ FAILED, STATUS='
003930             WS-ARC-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 9999-EXIT-PROGRAM
003960     END-IF
003970     IF WS-ARC-EOF
003980         OR NOT ARC-DATA
003990         MOVE HIGH-VALUES TO WS-ARC-CUR-KEY
004000     ELSE
004010         MOVE ARC-KEY TO WS-ARC-CUR-KEY
004020     END-IF.
004030 1500-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
004080* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
004090* NONE.                                                         *
004100*****************************************************************
004110 1800-OPEN-JOURNAL.
004120     MOVE 'O' TO JRN-CTL-FUNCTION
004130     MOVE 'MSTPURG ' TO JRN-CTL-PROGRAM-ID
004140     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
004150     CALL 'JRNWRT' USING JRN-CTL-PARM
004160     IF NOT JRN-CTL-OK
004170         DISPLAY 'MSTPURG: AUDIT JOURNAL OPEN FAILED - STEP HELD'
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 9999-EXIT-PROGRAM
004200     END-IF
004210     SET WS-JRN-OPEN TO TRUE.
004220 1800-EXIT.
004230     EXIT.
004240
004250 1900-CHECK-ARC-STATUS.
004260     IF WS-ARC-STATUS NOT = '00'
004270         DISPLAY 'MSTPURG: ARCHIVE WRITE FAILED, STATUS='
004280             WS-ARC-STATUS
004290         DISPLAY 'MSTPURG: NOTHING PURGED'
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 9999-EXIT-PROGRAM
004320     END-IF.
004330 1900-EXIT.
004340     EXIT.
004350
004360 1950-CHECK-RPT-STATUS.
004370     IF WS-RPT-STATUS NOT = '00'
004380         DISPLAY 'MSTPURG: REPORT FILE WRITE FAILED, STATUS='
004390             WS-RPT-STATUS
004400         MOVE 16 TO RETURN-CODE
004410         GO TO 9999-EXIT-PROGRAM
004420     END-IF.
004430 1950-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470* 2000-ARCHIVE-FOLLOWUPS - COUNT THE MASTER, NOTE EVERY OPEN    *
004480* CALL NUMBER, AND WHEN SELECTED COPY EACH ELIGIBLE RECORD TO   *
004490* ITS OWN ARCHIVE SECTION.                                      *
004500*****************************************************************
004510 2000-ARCHIVE-FOLLOWUPS.
004520     MOVE 1 TO WS-MST-IX
004530     OPEN INPUT FUP-FILE
004540     IF WS-FUP-STATUS NOT = '00'
004550         DISPLAY 'MSTPURG: FOLLOW-UP MASTER OPEN FAILED, STATUS='
004560             WS-FUP-STATUS
004570         DISPLAY 'MSTPURG: NOTHING PURGED'
004580         MOVE 16 TO RETURN-CODE
004590         GO TO 9999-EXIT-PROGRAM
004600     END-IF
004610     IF WS-MST-SELECTED (WS-MST-IX)
004620         PERFORM 2800-WRITE-SECTION-HEADER THRU 2800-EXIT
004630     END-IF
004640     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT
004650     PERFORM 2100-ARCHIVE-ONE-FOLLOWUP THRU 2100-EXIT
004660         UNTIL WS-FUP-EOF
004670     IF WS-MST-SELECTED (WS-MST-IX)
004680         PERFORM 2850-WRITE-SECTION-TRAILER THRU 2850-EXIT
004690     END-IF
004700     CLOSE FUP-FILE.
004710 2000-EXIT.
004720     EXIT.
004730
004740 2100-ARCHIVE-ONE-FOLLOWUP.
004750     ADD 1 TO WS-MST-BEFORE (WS-MST-IX)
004760     IF FUP-OPEN
004770         AND FUP-CALLNO > 0
004780         SET WS-OPEN-ITEM (FUP-CALLNO) TO TRUE
004790     END-IF
004800     PERFORM 2150-TEST-FOLLOWUP THRU 2150-EXIT
004810     IF WS-ELIGIBLE
004820         MOVE SPACES TO ARC-RECORD
004830         MOVE FUP-CALLNO TO ARC-CALLNO
004840         MOVE FUP-RECORD TO ARC-IMAGE
004850         PERFORM 2900-WRITE-ARCHIVE-DATA THRU 2900-EXIT
004860     END-IF
004870     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT.
004880 2100-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920* 2150-TEST-FOLLOWUP - CLEARED OR WITHDRAWN BEFORE THE CUTOFF.  *
004930* AN OPEN RECORD, OR A CLOSED ONE WITH NO CLOSING DATE, STAYS.  *
004940* SO DOES ONE WITH A CIRCULATION NOTICE OUTSTANDING.            *
004950*****************************************************************
004960 2150-TEST-FOLLOWUP.
004970     MOVE 'N' TO WS-ELIGIBLE-SW
004980     IF NOT WS-MST-SELECTED (1)
004990         GO TO 2150-EXIT
005000     END-IF
005010     IF FUP-CLEARED
005020         AND FUP-CLEARED-DATE > 0
005030         AND FUP-CLEARED-DATE < WS-MST-CUTOFF (1)
005040         SET WS-ELIGIBLE TO TRUE
005050     END-IF
005060     IF FUP-WITHDRAWN
005070         AND FUP-WITHDRAWN-DATE > 0
005080         AND FUP-WITHDRAWN-DATE < WS-MST-CUTOFF (1)
005090         SET WS-ELIGIBLE TO TRUE
005100     END-IF
005110*        A RECALL, SECOND NOTICE OR BILL STILL OUTSTANDING
005120*        WITH CIRCULATION KEEPS THE RECORD UNTIL RCLNOTC SENDS
005130*        THE CANCELLATION - THE NOTICE STAGE LIVES HERE.
005140     IF FUP-NOTICE-OUTSTANDING
005150         MOVE 'N' TO WS-ELIGIBLE-SW
005160     END-IF.
005170 2150-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210* 2200-ARCHIVE-REPAIRS - AS FOR THE FOLLOW-UPS: OUT ITEMS ARE   *
005220* NOTED AS OPEN, RETURNED ITEMS PAST THE CUTOFF ARE ARCHIVED.   *
005230*****************************************************************
005240 2200-ARCHIVE-REPAIRS.
005250     MOVE 2 TO WS-MST-IX
005260     OPEN INPUT REP-FILE
005270     IF WS-REP-STATUS NOT = '00'
005280         DISPLAY 'MSTPURG: REPAIR MASTER OPEN FAILED, STATUS='
005290             WS-REP-STATUS
005300         DISPLAY 'MSTPURG: NOTHING PURGED'
005310         MOVE 16 TO RETURN-CODE
005320         GO TO 9999-EXIT-PROGRAM
005330     END-IF
005340     IF WS-MST-SELECTED (WS-MST-IX)
005350         PERFORM 2800-WRITE-SECTION-HEADER THRU 2800-EXIT
005360     END-IF
005370     PERFORM 1300-READ-REP-FILE THRU 1300-EXIT
005380     PERFORM 2300-ARCHIVE-ONE-REPAIR THRU 2300-EXIT
005390         UNTIL WS-REP-EOF
005400     IF WS-MST-SELECTED (WS-MST-IX)
005410         PERFORM 2850-WRITE-SECTION-TRAILER THRU 2850-EXIT
005420     END-IF
005430     CLOSE REP-FILE.
005440 2200-EXIT.
005450     EXIT.
005460
005470 2300-ARCHIVE-ONE-REPAIR.
005480     ADD 1 TO WS-MST-BEFORE (WS-MST-IX)
005490     IF REP-OUT
005500         AND REP-CALLNO > 0
005510         SET WS-OPEN-ITEM (REP-CALLNO) TO TRUE
005520     END-IF
005530     PERFORM 2350-TEST-REPAIR THRU 2350-EXIT
005540     IF WS-ELIGIBLE
005550         MOVE SPACES TO ARC-RECORD
005560         MOVE REP-CALLNO TO ARC-CALLNO
005570         MOVE REP-RECORD TO ARC-IMAGE
005580         PERFORM 2900-WRITE-ARCHIVE-DATA THRU 2900-EXIT
005590     END-IF
005600     PERFORM 1300-READ-REP-FILE THRU 1300-EXIT.
005610 2300-EXIT.
005620     EXIT.
005630
005640 2350-TEST-REPAIR.
005650     MOVE 'N' TO WS-ELIGIBLE-SW
005660     IF NOT WS-MST-SELECTED (2)
005670         GO TO 2350-EXIT
005680     END-IF
005690     IF REP-RETURNED
005700         AND REP-RETURNED-DATE > 0
005710         AND REP-RETURNED-DATE < WS-MST-CUTOFF (2)
005720         SET WS-ELIGIBLE TO TRUE
005730     END-IF.
005740 2350-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780* 2400-ARCHIVE-HISTORY - RESULTS HISTORY FROM RUNS BEFORE THE   *
005790* CUTOFF, EXCEPT FOR ITEMS STILL OPEN ON EITHER MASTER.         *
005800*****************************************************************
005810 2400-ARCHIVE-HISTORY.
005820     MOVE 3 TO WS-MST-IX
005830     OPEN INPUT RSLH-FILE
005840     IF WS-RSLH-STATUS NOT = '00'
005850         DISPLAY 'MSTPURG: HISTORY FILE OPEN FAILED, STATUS='
005860             WS-RSLH-STATUS
005870         DISPLAY 'MSTPURG: NOTHING PURGED'
005880         MOVE 16 TO RETURN-CODE
005890         GO TO 9999-EXIT-PROGRAM
005900     END-IF
005910     IF WS-MST-SELECTED (WS-MST-IX)
005920         PERFORM 2800-WRITE-SECTION-HEADER THRU 2800-EXIT
005930     END-IF
005940     PERFORM 1400-READ-RSLH-FILE THRU 1400-EXIT
005950     PERFORM 2500-ARCHIVE-ONE-HISTORY THRU 2500-EXIT
005960         UNTIL WS-RSLH-EOF
005970     IF WS-MST-SELECTED (WS-MST-IX)
005980         PERFORM 2850-WRITE-SECTION-TRAILER THRU 2850-EXIT
005990     END-IF
006000     CLOSE RSLH-FILE.
006010 2400-EXIT.
006020     EXIT.
006030
006040 2500-ARCHIVE-ONE-HISTORY.
006050     ADD 1 TO WS-MST-BEFORE (WS-MST-IX)
006060     PERFORM 2550-TEST-HISTORY THRU 2550-EXIT
006070     IF WS-ELIGIBLE
006080         MOVE SPACES TO ARC-RECORD
006090         MOVE RSLH-CALLNO TO ARC-CALLNO
006100         MOVE RSLH-RUN-DATE TO ARC-KEY-RUN-DATE
006110         MOVE RSLH-RECORD TO ARC-IMAGE
006120         PERFORM 2900-WRITE-ARCHIVE-DATA THRU 2900-EXIT
006130     END-IF
006140     PERFORM 1400-READ-RSLH-FILE THRU 1400-EXIT.
006150 2500-EXIT.
006160     EXIT.
006170
006180 2550-TEST-HISTORY.
006190     MOVE 'N' TO WS-ELIGIBLE-SW
006200     IF NOT WS-MST-SELECTED (3)
006210         OR RSLH-RUN-DATE NOT NUMERIC
006220         GO TO 2550-EXIT
006230     END-IF
006240     IF RSLH-CALLNO > 0
006250         IF WS-OPEN-ITEM (RSLH-CALLNO)
006260             GO TO 2550-EXIT
006270         END-IF
006280     END-IF
006290     MOVE RSLH-RUN-DATE TO WS-HIST-RUN-DATE
006300     IF WS-HIST-RUN-DATE < WS-MST-CUTOFF (3)
006310         SET WS-ELIGIBLE TO TRUE
006320     END-IF.
006330 2550-EXIT.
006340     EXIT.
006350
006360 2800-WRITE-SECTION-HEADER.
006370     MOVE SPACES TO ARC-CTL-RECORD
006380     MOVE 'H' TO ARC-CTL-REC-TYPE
006390     MOVE WS-MST-ID (WS-MST-IX) TO ARC-CTL-MASTER-ID
006400     MOVE WS-RUN-DATE TO ARC-CTL-ARCHIVE-DATE
006410     MOVE WS-MST-CUTOFF (WS-MST-IX) TO ARC-CTL-CUTOFF-DATE
006420     MOVE WS-MST-RETAIN-DAYS (WS-MST-IX) TO ARC-CTL-RETAIN-DAYS
006430     MOVE 0 TO ARC-CTL-REC-COUNT
006440     MOVE 0 TO ARC-CTL-HASH-TOTAL
006450     WRITE ARC-CTL-RECORD
006460     PERFORM 1900-CHECK-ARC-STATUS THRU 1900-EXIT.
006470 2800-EXIT.
006480     EXIT.
006490
006500 2850-WRITE-SECTION-TRAILER.
006510     MOVE SPACES TO ARC-CTL-RECORD
006520     MOVE 'T' TO ARC-CTL-REC-TYPE
006530     MOVE WS-MST-ID (WS-MST-IX) TO ARC-CTL-MASTER-ID
006540     MOVE WS-RUN-DATE TO ARC-CTL-ARCHIVE-DATE
006550     MOVE WS-MST-CUTOFF (WS-MST-IX) TO ARC-CTL-CUTOFF-DATE
006560     MOVE WS-MST-RETAIN-DAYS (WS-MST-IX) TO ARC-CTL-RETAIN-DAYS
006570     MOVE WS-MST-ARCHIVED (WS-MST-IX) TO ARC-CTL-REC-COUNT
006580     MOVE WS-MST-ARC-HASH (WS-MST-IX) TO ARC-CTL-HASH-TOTAL
006590     WRITE ARC-CTL-RECORD
006600     PERFORM 1900-CHECK-ARC-STATUS THRU 1900-EXIT.
006610 2850-EXIT.
006620     EXIT.
006630
006640 2900-WRITE-ARCHIVE-DATA.
006650     MOVE 'D' TO ARC-REC-TYPE
006660     MOVE WS-MST-ID (WS-MST-IX) TO ARC-MASTER-ID
006670     WRITE ARC-RECORD
006680     PERFORM 1900-CHECK-ARC-STATUS THRU 1900-EXIT
006690     ADD 1 TO WS-MST-ARCHIVED (WS-MST-IX)
006700     ADD ARC-CALLNO TO WS-MST-ARC-HASH (WS-MST-IX).
006710 2900-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 3000-PURGE-FOLLOWUPS - MATCH THE MASTER AGAINST ITS ARCHIVE   *
006760* SECTION IN KEY ORDER AND DELETE ONLY A RECORD THAT IS ON THE  *
006770* ARCHIVE AND STILL EXACTLY AS ARCHIVED.                        *
006780*****************************************************************
006790 3000-PURGE-FOLLOWUPS.
006800     MOVE 1 TO WS-MST-IX
006810     IF NOT WS-MST-SELECTED (WS-MST-IX)
006820         MOVE WS-MST-BEFORE (WS-MST-IX)
006830             TO WS-MST-AFTER (WS-MST-IX)
006840         GO TO 3000-EXIT
006850     END-IF
006860     PERFORM 3800-OPEN-ARCHIVE-SECTION THRU 3800-EXIT
006870     MOVE 'N' TO WS-FUP-EOF-SW
006880     OPEN I-O FUP-FILE
006890     IF WS-FUP-STATUS NOT = '00'
006900         DISPLAY 'MSTPURG: FOLLOW-UP MASTER OPEN FAILED, STATUS='
006910             WS-FUP-STATUS
006920         MOVE 16 TO RETURN-CODE
006930         GO TO 9999-EXIT-PROGRAM
006940     END-IF
006950     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT
006960     PERFORM 3100-PURGE-ONE-FOLLOWUP THRU 3100-EXIT
006970         UNTIL WS-FUP-EOF
006980     PERFORM 3850-CLOSE-ARCHIVE-SECTION THRU 3850-EXIT
006990     CLOSE FUP-FILE.
007000 3000-EXIT.
007010     EXIT.
007020
007030 3100-PURGE-ONE-FOLLOWUP.
007040     MOVE FUP-KEY TO WS-PURGE-KEY
007050     IF WS-PURGE-KEY > WS-ARC-CUR-KEY
007060         ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
007070         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
007080         GO TO 3100-EXIT
007090     END-IF
007100     IF WS-PURGE-KEY = WS-ARC-CUR-KEY
007110         IF FUP-RECORD = ARC-IMAGE
007120             DELETE FUP-FILE
007130             MOVE WS-FUP-STATUS TO WS-DELETE-STATUS
007140             PERFORM 3900-CHECK-DELETE THRU 3900-EXIT
007150             ADD FUP-CALLNO TO WS-MST-PURGE-HASH (WS-MST-IX)
007160         ELSE
007170             ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
007180             ADD 1 TO WS-MST-AFTER (WS-MST-IX)
007190         END-IF
007200         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
007210     ELSE
007220         ADD 1 TO WS-MST-AFTER (WS-MST-IX)
007230     END-IF
007240     PERFORM 1200-READ-FUP-FILE THRU 1200-EXIT.
007250 3100-EXIT.
007260     EXIT.
007270
007280 3200-PURGE-REPAIRS.
007290     MOVE 2 TO WS-MST-IX
007300     IF NOT WS-MST-SELECTED (WS-MST-IX)
007310         MOVE WS-MST-BEFORE (WS-MST-IX)
007320             TO WS-MST-AFTER (WS-MST-IX)
007330         GO TO 3200-EXIT
007340     END-IF
007350     PERFORM 3800-OPEN-ARCHIVE-SECTION THRU 3800-EXIT
007360     MOVE 'N' TO WS-REP-EOF-SW
007370     OPEN I-O REP-FILE
007380     IF WS-REP-STATUS NOT = '00'
007390         DISPLAY 'MSTPURG: REPAIR MASTER OPEN FAILED, STATUS='
007400             WS-REP-STATUS
007410         MOVE 16 TO RETURN-CODE
007420         GO TO 9999-EXIT-PROGRAM
007430     END-IF
007440     PERFORM 1300-READ-REP-FILE THRU 1300-EXIT
007450     PERFORM 3300-PURGE-ONE-REPAIR THRU 3300-EXIT
007460         UNTIL WS-REP-EOF
007470     PERFORM 3850-CLOSE-ARCHIVE-SECTION THRU 3850-EXIT
007480     CLOSE REP-FILE.
007490 3200-EXIT.
007500     EXIT.
007510
007520 3300-PURGE-ONE-REPAIR.
007530     MOVE REP-KEY TO WS-PURGE-KEY
007540     IF WS-PURGE-KEY > WS-ARC-CUR-KEY
007550         ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
007560         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
007570         GO TO 3300-EXIT
007580     END-IF
007590     IF WS-PURGE-KEY = WS-ARC-CUR-KEY
007600         IF REP-RECORD = ARC-IMAGE
007610             DELETE REP-FILE
007620             MOVE WS-REP-STATUS TO WS-DELETE-STATUS
007630             PERFORM 3900-CHECK-DELETE THRU 3900-EXIT
007640             ADD REP-CALLNO TO WS-MST-PURGE-HASH (WS-MST-IX)
007650         ELSE
007660             ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
007670             ADD 1 TO WS-MST-AFTER (WS-MST-IX)
007680         END-IF
007690         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
007700     ELSE
007710         ADD 1 TO WS-MST-AFTER (WS-MST-IX)
007720     END-IF
007730     PERFORM 1300-READ-REP-FILE THRU 1300-EXIT.
007740 3300-EXIT.
007750     EXIT.
007760
007770 3400-PURGE-HISTORY.
007780     MOVE 3 TO WS-MST-IX
007790     IF NOT WS-MST-SELECTED (WS-MST-IX)
007800         MOVE WS-MST-BEFORE (WS-MST-IX)
007810             TO WS-MST-AFTER (WS-MST-IX)
007820         GO TO 3400-EXIT
007830     END-IF
007840     PERFORM 3800-OPEN-ARCHIVE-SECTION THRU 3800-EXIT
007850     MOVE 'N' TO WS-RSLH-EOF-SW
007860     OPEN I-O RSLH-FILE
007870     IF WS-RSLH-STATUS NOT = '00'
007880         DISPLAY 'MSTPURG: HISTORY FILE OPEN FAILED, STATUS='
007890             WS-RSLH-STATUS
007900         MOVE 16 TO RETURN-CODE
007910         GO TO 9999-EXIT-PROGRAM
007920     END-IF
007930     PERFORM 1400-READ-RSLH-FILE THRU 1400-EXIT
007940     PERFORM 3500-PURGE-ONE-HISTORY THRU 3500-EXIT
007950         UNTIL WS-RSLH-EOF
007960     PERFORM 3850-CLOSE-ARCHIVE-SECTION THRU 3850-EXIT
007970     CLOSE RSLH-FILE.
007980 3400-EXIT.
007990     EXIT.
008000
008010 3500-PURGE-ONE-HISTORY.
008020     MOVE RSLH-KEY TO WS-PURGE-KEY
008030     IF WS-PURGE-KEY > WS-ARC-CUR-KEY
008040         ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
008050         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
008060         GO TO 3500-EXIT
008070     END-IF
008080     IF WS-PURGE-KEY = WS-ARC-CUR-KEY
008090         IF RSLH-RECORD = ARC-IMAGE
008100             DELETE RSLH-FILE
008110             MOVE WS-RSLH-STATUS TO WS-DELETE-STATUS
008120             PERFORM 3900-CHECK-DELETE THRU 3900-EXIT
008130             ADD RSLH-CALLNO TO WS-MST-PURGE-HASH (WS-MST-IX)
008140         ELSE
008150             ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
008160             ADD 1 TO WS-MST-AFTER (WS-MST-IX)
008170         END-IF
008180         PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
008190     ELSE
008200         ADD 1 TO WS-MST-AFTER (WS-MST-IX)
008210     END-IF
008220     PERFORM 1400-READ-RSLH-FILE THRU 1400-EXIT.
008230 3500-EXIT.
008240     EXIT.
008250
008260*****************************************************************
008270* 3800-OPEN-ARCHIVE-SECTION - THE SECTIONS WERE WRITTEN IN      *
008280* MASTER ORDER, SO THE NEXT RECORD MUST BE THIS MASTER'S        *
008290* HEADER.  PRIME THE FIRST ARCHIVED KEY BEHIND IT.              *
008300*****************************************************************
008310 3800-OPEN-ARCHIVE-SECTION.
008320     PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT
008330     IF WS-ARC-EOF
008340         OR NOT ARC-HEADER
008350         OR ARC-MASTER-ID NOT = WS-MST-ID (WS-MST-IX)
008360         DISPLAY 'MSTPURG: ARCHIVE SECTION FOR '
008370             WS-MST-ID (WS-MST-IX) ' NOT FOUND - NOT PURGED'
008380         MOVE 16 TO RETURN-CODE
008390         GO TO 9999-EXIT-PROGRAM
008400     END-IF
008410     PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT.
008420 3800-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460* 3850-CLOSE-ARCHIVE-SECTION - ANY ARCHIVED RECORD LEFT WHEN    *
008470* THE MASTER RAN OUT WAS NEVER FOUND TO DELETE.  THE SECTION    *
008480* MUST END ON ITS TRAILER.                                      *
008490*****************************************************************
008500 3850-CLOSE-ARCHIVE-SECTION.
008510     PERFORM 3860-SKIP-ONE-UNMATCHED THRU 3860-EXIT
008520         UNTIL WS-ARC-EOF
008530             OR NOT ARC-DATA
008540     IF WS-ARC-EOF
008550         OR NOT ARC-TRAILER
008560         DISPLAY 'MSTPURG: ARCHIVE SECTION FOR '
008570             WS-MST-ID (WS-MST-IX) ' HAS NO TRAILER'
008580         MOVE 16 TO RETURN-CODE
008590     END-IF.
008600 3850-EXIT.
008610     EXIT.
008620
008630 3860-SKIP-ONE-UNMATCHED.
008640     ADD 1 TO WS-MST-UNMATCHED (WS-MST-IX)
008650     PERFORM 1500-READ-ARC-FILE THRU 1500-EXIT.
008660 3860-EXIT.
008670     EXIT.
008680
008690 3900-CHECK-DELETE.
008700     IF WS-DELETE-STATUS NOT = '00'
008710         DISPLAY 'MSTPURG: ' WS-MST-ID (WS-MST-IX)
008720             ' DELETE FAILED, STATUS=' WS-DELETE-STATUS
008730         MOVE 16 TO RETURN-CODE
008740         GO TO 9999-EXIT-PROGRAM
008750     END-IF
008760     ADD 1 TO WS-MST-PURGED (WS-MST-IX)
008770     PERFORM 3950-JOURNAL-PURGE THRU 3950-EXIT.
008780 3900-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820* 3950-JOURNAL-PURGE - THE RECORD JUST DELETED MATCHED ITS      *
008830* ARCHIVE RECORD EXACTLY, SO THE ARCHIVED IMAGE IS THE BEFORE   *
008840* IMAGE.  A DELETE HAS NO AFTER IMAGE.                          *
008850*****************************************************************
008860 3950-JOURNAL-PURGE.
008870     MOVE 'ARCHIVE ' TO JRN-CTL-SOURCE
008880     MOVE SPACES TO JRN-CTL-BATCH-ID
008890     MOVE SPACES TO JRN-CTL-INITS
008900     MOVE WS-MST-ID (WS-MST-IX) TO JRN-CTL-MASTER-ID
008910     MOVE 'D' TO JRN-CTL-ACTION
008920     MOVE ARC-CALLNO TO JRN-CTL-CALLNO
008930     MOVE ARC-KEY TO JRN-CTL-KEY
008940     MOVE ARC-IMAGE TO JRN-CTL-BEFORE-IMAGE
008950     MOVE SPACES TO JRN-CTL-AFTER-IMAGE
008960     MOVE 'W' TO JRN-CTL-FUNCTION
008970     CALL 'JRNWRT' USING JRN-CTL-PARM
008980     IF NOT JRN-CTL-OK
008990         DISPLAY 'MSTPURG: AUDIT JOURNAL WRITE FAILED, KEY='
009000             JRN-CTL-KEY
009010         MOVE 16 TO RETURN-CODE
009020         GO TO 9999-EXIT-PROGRAM
009030     END-IF.
009040 3950-EXIT.
009050     EXIT.
009060
009070*****************************************************************
009080* 4000-PRINT-COUNTS - BEFORE, ARCHIVED, PURGED, AND AFTER PER   *
009090* MASTER, THEN THE ARCHIVE CONTROL TOTALS THE RELOAD WILL       *
009100* BALANCE AGAINST.  A MASTER WHOSE PURGE DID NOT MATCH ITS      *
009110* ARCHIVE RECORD FOR RECORD ENDS THE STEP WITH RC 16.           *
009120*****************************************************************
009130 4000-PRINT-COUNTS.
009140     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
009150     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT
009160     PERFORM 4100-PRINT-ONE-MASTER THRU 4100-EXIT
009170         VARYING WS-MST-IX FROM 1 BY 1
009180         UNTIL WS-MST-IX > 3
009190     WRITE RPT-LINE FROM WS-BLANK-LINE
009200     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT
009210     WRITE RPT-LINE FROM WS-HASH-HEADING-LINE
009220     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT
009230     PERFORM 4200-PRINT-ONE-HASH THRU 4200-EXIT
009240         VARYING WS-MST-IX FROM 1 BY 1
009250         UNTIL WS-MST-IX > 3.
009260 4000-EXIT.
009270     EXIT.
009280
009290 4100-PRINT-ONE-MASTER.
009300     MOVE WS-MST-ID (WS-MST-IX) TO WS-D-MASTER
009310     MOVE WS-MST-RETAIN-DAYS (WS-MST-IX) TO WS-D-RETAIN
009320     MOVE WS-MST-BEFORE (WS-MST-IX) TO WS-D-BEFORE
009330     MOVE WS-MST-ARCHIVED (WS-MST-IX) TO WS-D-ARCHIVED
009340     MOVE WS-MST-PURGED (WS-MST-IX) TO WS-D-PURGED
009350     MOVE WS-MST-AFTER (WS-MST-IX) TO WS-D-AFTER
009360     MOVE SPACES TO WS-D-NOTE
009370     IF WS-MST-SELECTED (WS-MST-IX)
009380         MOVE WS-MST-CUTOFF (WS-MST-IX) TO WS-D-CUTOFF
009390     ELSE
009400         MOVE SPACES TO WS-D-CUTOFF
009410         MOVE 'NOT SELECTED' TO WS-D-NOTE
009420     END-IF
009430     IF WS-MST-UNMATCHED (WS-MST-IX) > 0
009440         OR WS-MST-PURGED (WS-MST-IX)
009450             NOT = WS-MST-ARCHIVED (WS-MST-IX)
009460         OR WS-MST-PURGE-HASH (WS-MST-IX)
009470             NOT = WS-MST-ARC-HASH (WS-MST-IX)
009480         MOVE 'OUT OF BALANCE' TO WS-D-NOTE
009490         DISPLAY 'MSTPURG: ' WS-MST-ID (WS-MST-IX)
009500             ' PURGE DOES NOT BALANCE TO ARCHIVE, UNMATCHED='
009510             WS-MST-UNMATCHED (WS-MST-IX)
009520         MOVE 16 TO RETURN-CODE
009530     END-IF
009540     WRITE RPT-LINE FROM WS-DETAIL-LINE
009550     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT.
009560 4100-EXIT.
009570     EXIT.
009580
009590 4200-PRINT-ONE-HASH.
009600     IF NOT WS-MST-SELECTED (WS-MST-IX)
009610         GO TO 4200-EXIT
009620     END-IF
009630     MOVE WS-MST-ID (WS-MST-IX) TO WS-HS-MASTER
009640     MOVE WS-MST-ARCHIVED (WS-MST-IX) TO WS-HS-COUNT
009650     MOVE WS-MST-ARC-HASH (WS-MST-IX) TO WS-HS-HASH
009660     WRITE RPT-LINE FROM WS-HASH-LINE
009670     PERFORM 1950-CHECK-RPT-STATUS THRU 1950-EXIT.
009680 4200-EXIT.
009690     EXIT.
009700
009710*****************************************************************
009720* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
009730* EVERY RECORD PURGED MUST HAVE BEEN JOURNALED; A SHORTFALL     *
009740* MEANS A DELETE WENT UNJOURNALED AND ENDS THE STEP WITH        *
009750* RETURN CODE 8.                                                *
009760*****************************************************************
009770 8900-CLOSE-JOURNAL.
009780     MOVE 'N' TO WS-JRN-OPEN-SW
009790     MOVE 'C' TO JRN-CTL-FUNCTION
009800     MOVE WS-MST-PURGED (1) TO JRN-CTL-EXPECTED
009810     ADD WS-MST-PURGED (2) TO JRN-CTL-EXPECTED
009820     ADD WS-MST-PURGED (3) TO JRN-CTL-EXPECTED
009830     MOVE RETURN-CODE TO JRN-CTL-END-RC
009840     CALL 'JRNWRT' USING JRN-CTL-PARM
009850     IF NOT JRN-CTL-OK
009860         DISPLAY 'MSTPURG: AUDIT JOURNAL CLOSE FAILED'
009870         MOVE 16 TO RETURN-CODE
009880         GO TO 8900-EXIT
009890     END-IF
009900     DISPLAY 'MSTPURG: JOURNAL RECORDS. . . . : '
009910         JRN-CTL-WRITTEN
009920     IF JRN-CTL-OUT-OF-BALANCE
009930         DISPLAY 'MSTPURG: AUDIT JOURNAL OUT OF BALANCE - '
009940             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
009950             ' CHANGES COUNTED'
009960         IF RETURN-CODE < 8
009970             MOVE 8 TO RETURN-CODE
009980         END-IF
009990     END-IF.
010000 8900-EXIT.
010010     EXIT.
010020
010030 9999-EXIT-PROGRAM.
010040     IF WS-JRN-OPEN
010050         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
010060     END-IF
010070     CLOSE FUP-FILE
010080     CLOSE REP-FILE
010090     CLOSE RSLH-FILE
010100     CLOSE ARC-FILE
010110     CLOSE RPT-FILE
010120     STOP RUN.
