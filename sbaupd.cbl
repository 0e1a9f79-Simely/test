000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SBAUPD.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  MAINTAINS THE SUBAREA   *
000100*                    REFERENCE MASTER (SBAMAST, KEY = SUBAREA)  *
000110*                    FROM THE DESK'S ADD, CHANGE AND DEACTIVATE *
000120*                    TRANSACTIONS (SBATRAN), AND PRINTS AN EDIT *
000130*                    REPORT SHOWING WHAT BECAME OF EVERY        *
000140*                    TRANSACTION.  THE FILE CARRIES THE USUAL   *
000150*                    BATCH HEADER AND IS BALANCED AND CHECKED   *
000160*                    AGAINST THE BATCH REGISTER BEFORE          *
000170*                    ANYTHING IS APPLIED.                       *
000180*   10/15/2026  DJM  AUDIT JOURNAL - EVERY SUBAREA ADDED,       *
000190*                    REACTIVATED, CHANGED OR DEACTIVATED IS     *
000200*                    JOURNALED THROUGH JRNWRT WITH ITS BEFORE   *
000210*                    AND AFTER IMAGE AND THE DESK'S INITIALS,   *
000220*                    AND THE JOURNAL IS BALANCED AGAINST THOSE  *
000230*                    FOUR COUNTS - OUT OF BALANCE ENDS THE STEP *
000240*                    WITH RETURN CODE 8.                        *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TRN-FILE ASSIGN TO SBATRAN
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-TRN-STATUS.
000330
000340     SELECT SBA-FILE ASSIGN TO SBAMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SBA-KEY
000380         FILE STATUS IS WS-SBA-STATUS.
000390
000400     SELECT EDT-FILE ASSIGN TO EDTOUT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-EDT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  TRN-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 COPY SBATRAN.
000500 COPY BATHDR.
000510
000520 FD  SBA-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY SBAREC.
000550
000560 FD  EDT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  EDT-LINE                    PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620
000630 01  WS-EOF-SWITCHES.
000640     05  WS-TRN-EOF-SW            PIC X(01) VALUE 'N'.
000650         88  WS-TRN-EOF                   VALUE 'Y'.
000660
000670 01  WS-FILE-STATUSES.
000680     05  WS-TRN-STATUS            PIC X(02) VALUE '00'.
000690     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
000700     05  WS-EDT-STATUS            PIC X(02) VALUE '00'.
000710
000720 01  WS-UPDATE-COUNTS.
000730     05  WS-TRANS-READ            PIC 9(03) VALUE 0.
000740     05  WS-SUBAREAS-ADDED        PIC 9(03) VALUE 0.
000750     05  WS-SUBAREAS-REACTIVATED  PIC 9(03) VALUE 0.
000760     05  WS-SUBAREAS-CHANGED      PIC 9(03) VALUE 0.
000770     05  WS-SUBAREAS-DEACTIVATED  PIC 9(03) VALUE 0.
000780     05  WS-TRANS-REJECTED        PIC 9(03) VALUE 0.
000790
000800 01  WS-RUN-DATE                  PIC 9(08).
000810
000820*****************************************************************
000830* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000840* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000850* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000860*****************************************************************
000870 01  WS-JOURNAL-CONTROL.
000880     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000890         88  WS-JRN-OPEN                  VALUE 'Y'.
000900 COPY JRNPARM.
000910
000920 01  WS-EDIT-WORK.
000930     05  WS-FIELDS-KEYED          PIC 9(01).
000940     05  WS-TRN-EFFECTIVE-DATE    PIC 9(08).
000950     05  WS-REJ-REASON            PIC X(22).
000960
000970*****************************************************************
000980* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
000990* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
001000* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
001010*****************************************************************
001020 01  WS-BATCH-CONTROL.
001030     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
001040         88  WS-BAT-PRESENT               VALUE 'Y'.
001050     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
001060         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
001070     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
001080     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
001090     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
001100     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
001110     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
001120     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
001130     05  WS-BAT-REASON            PIC X(40).
001140 COPY BATPARM.
001150
001160*****************************************************************
001170* EDIT REPORT LINE LAYOUTS.                                     *
001180*****************************************************************
001190 01  WS-EDT-HEADING-LINE-1.
001200     05  FILLER                   PIC X(47)
001210         VALUE 'SBAUPD - SUBAREA MASTER MAINTENANCE EDIT REPORT'.
001220
001230 01  WS-EDT-HEADING-LINE-2.
001240     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001250     05  WS-H2-RUN-DATE           PIC 9(08).
001260
001270 01  WS-EDT-COLUMN-LINE.
001280     05  FILLER                   PIC X(45) VALUE
001290         'A SUBAREA      DESCRIPTION'.
001300     05  FILLER                   PIC X(06) VALUE 'RESULT'.
001310
001320 01  WS-EDT-DETAIL-LINE.
001330     05  WS-E-ACTION              PIC X(01).
001340     05  FILLER                   PIC X(01) VALUE SPACES.
001350     05  WS-E-SUBAREA             PIC X(12).
001360     05  FILLER                   PIC X(01) VALUE SPACES.
001370     05  WS-E-DESCRIPTION         PIC X(30).
001380     05  FILLER                   PIC X(01) VALUE SPACES.
001390     05  WS-E-RESULT              PIC X(33).
001400
001410 01  WS-EDT-LOCATION-LINE.
001420     05  FILLER                   PIC X(15) VALUE SPACES.
001430     05  FILLER                   PIC X(06) VALUE 'FLOOR '.
001440     05  WS-E-FLOOR               PIC X(02).
001450     05  FILLER                   PIC X(08) VALUE ' RANGES '.
001460     05  WS-E-RANGES              PIC X(10).
001470     05  FILLER                   PIC X(07) VALUE '  LIB: '.
001480     05  WS-E-LIBRARIAN           PIC X(20).
001490     05  FILLER                   PIC X(06) VALUE '  EXP:'.
001500     05  WS-E-EXPECTED-SIZE       PIC ZZZZZ9.
001510
001520 01  WS-EDT-TOTAL-LINE.
001530     05  WS-T-LABEL               PIC X(24).
001540     05  WS-T-COUNT               PIC ZZ9.
001550
001560 01  WS-BAT-REFUSAL-LINE.
001570     05  FILLER                   PIC X(06) VALUE 'BATCH '.
001580     05  WS-BR-BATCH-ID           PIC X(06).
001590     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
001600     05  WS-BR-REASON             PIC X(40).
001610
001620 01  WS-BAT-TOTALS-LINE.
001630     05  FILLER                   PIC X(14)
001640         VALUE 'HEADER COUNT: '.
001650     05  WS-BT-HDR-COUNT          PIC ZZ9.
001660     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001670     05  WS-BT-HDR-HASH           PIC 9(05).
001680     05  FILLER                   PIC X(15)
001690         VALUE '   FILE COUNT: '.
001700     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
001710     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001720     05  WS-BT-FILE-HASH          PIC 9(05).
001730
001740 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001750
001760 PROCEDURE DIVISION.
001770
001780*****************************************************************
001790* 0000-MAINLINE - BALANCE THE BATCH, APPLY EVERY TRANSACTION IN *
001800* THE ORDER KEYED, REGISTER THE BATCH, AND CLOSE THE EDIT       *
001810* REPORT WITH THE TOTALS.                                       *
001820*****************************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001850     PERFORM 2000-APPLY-ONE-TRANSACTION THRU 2000-EXIT
001860         UNTIL WS-TRN-EOF
001870     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001880     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001890     IF WS-TRANS-REJECTED > 0
001900         MOVE 4 TO RETURN-CODE
001910     END-IF
001920     GO TO 9999-EXIT-PROGRAM.
001930
001940*****************************************************************
001950* 1000-INITIALIZE-RUN - OPEN THE FILES (BOOTSTRAPPING AN EMPTY  *
001960* MASTER ON FIRST USE), PRINT THE HEADINGS, AND BALANCE THE     *
001970* BATCH.                                                        *
001980*****************************************************************
001990 1000-INITIALIZE-RUN.
002000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002010     OPEN INPUT TRN-FILE
002020     IF WS-TRN-STATUS NOT = '00'
002030         DISPLAY 'SBAUPD: SUBAREA TRANS OPEN FAILED, STATUS='
002040             WS-TRN-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9999-EXIT-PROGRAM
002070     END-IF
002080     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002090     OPEN I-O SBA-FILE
002100     IF WS-SBA-STATUS = '35'
002110         OPEN OUTPUT SBA-FILE
002120         CLOSE SBA-FILE
002130         OPEN I-O SBA-FILE
002140     END-IF
002150     IF WS-SBA-STATUS NOT = '00'
002160         DISPLAY 'SBAUPD: MASTER OPEN FAILED, STATUS='
002170             WS-SBA-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT-PROGRAM
002200     END-IF
002210     OPEN OUTPUT EDT-FILE
002220     IF WS-EDT-STATUS NOT = '00'
002230         DISPLAY 'SBAUPD: EDIT REPORT OPEN FAILED, STATUS='
002240             WS-EDT-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 9999-EXIT-PROGRAM
002270     END-IF
002280     WRITE EDT-LINE FROM WS-EDT-HEADING-LINE-1
002290     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
002300     MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
002310     WRITE EDT-LINE FROM WS-EDT-HEADING-LINE-2
002320     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
002330     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT
002340     WRITE EDT-LINE FROM WS-EDT-COLUMN-LINE
002350     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1200-READ-TRN-FILE.
002400     READ TRN-FILE
002410         AT END
002420             SET WS-TRN-EOF TO TRUE
002430     END-READ.
002440 1200-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
002490* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
002500* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
002510* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
002520* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
002530* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
002540*****************************************************************
002550 1500-BALANCE-BATCH.
002560     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002570     IF WS-TRN-EOF
002580         DISPLAY 'SBAUPD: SBATRAN IS EMPTY - NO BATCH TO APPLY'
002590         GO TO 1500-EXIT
002600     END-IF
002610     IF NOT BAT-HDR-PRESENT
002620         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
002630             TO WS-BAT-REASON
002640         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002650     END-IF
002660     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
002670     IF BAT-HDR-REC-COUNT NOT NUMERIC
002680         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
002690         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
002700             TO WS-BAT-REASON
002710         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002720     END-IF
002730     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
002740     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
002750     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002760     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
002770         UNTIL WS-TRN-EOF
002780     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
002790     IF WS-BAT-SECOND-HDR
002800         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
002810         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002820     END-IF
002830     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
002840         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
002850         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002860     END-IF
002870     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
002880         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
002890         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002900     END-IF
002910     MOVE 'C' TO BAT-CTL-FUNCTION
002920     MOVE 'SBATRAN ' TO BAT-CTL-FILE-ID
002930     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002940     CALL 'BATCTL' USING BAT-CTL-PARM
002950     IF NOT BAT-CTL-OK
002960         DISPLAY 'SBAUPD: BATCH REGISTER CHECK FAILED - '
002970             'STEP HELD'
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 9999-EXIT-PROGRAM
003000     END-IF
003010     IF BAT-CTL-DUPLICATE
003020         MOVE SPACES TO WS-BAT-REASON
003030         STRING 'DUPLICATE - ALREADY APPLIED ON '
003040                BAT-CTL-APPLIED-DATE
003050             DELIMITED BY SIZE INTO WS-BAT-REASON
003060         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
003070     END-IF
003080     CLOSE TRN-FILE
003090     OPEN INPUT TRN-FILE
003100     IF WS-TRN-STATUS NOT = '00'
003110         DISPLAY 'SBAUPD: SUBAREA TRANS REOPEN FAILED, STATUS='
003120             WS-TRN-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         GO TO 9999-EXIT-PROGRAM
003150     END-IF
003160     MOVE 'N' TO WS-TRN-EOF-SW
003170     SET WS-BAT-PRESENT TO TRUE
003180     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
003190     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
003200 1500-EXIT.
003210     EXIT.
003220
003230*                THE SUBAREA FILE HAS NO CALL NUMBER TO HASH, SO
003240*                THE DESK HASHES THE EXPECTED SIZES IT KEYED; A
003250*                BLANK SIZE COUNTS AS ZERO.
003260 1510-TALLY-ONE-BATCH-REC.
003270     IF BAT-HDR-PRESENT
003280         SET WS-BAT-SECOND-HDR TO TRUE
003290     ELSE
003300         ADD 1 TO WS-BAT-FILE-COUNT
003310         IF SBA-TRN-EXPECTED-NUM NUMERIC
003320             ADD SBA-TRN-EXPECTED-NUM TO WS-BAT-HASH-ACCUM
003330         END-IF
003340     END-IF
003350     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
003360 1510-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
003410* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
003420* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
003430*****************************************************************
003440 1590-REFUSE-BATCH.
003450     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
003460     MOVE WS-BAT-REASON TO WS-BR-REASON
003470     WRITE EDT-LINE FROM WS-BAT-REFUSAL-LINE
003480     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
003490     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
003500     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
003510     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
003520     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
003530     WRITE EDT-LINE FROM WS-BAT-TOTALS-LINE
003540     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
003550     DISPLAY 'SBAUPD: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
003560         WS-BAT-REASON
003570     MOVE 8 TO RETURN-CODE
003580     GO TO 9999-EXIT-PROGRAM.
003590 1590-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
003640* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
003650*****************************************************************
003660 1600-POST-BATCH.
003670     IF NOT WS-BAT-PRESENT
003680         GO TO 1600-EXIT
003690     END-IF
003700     MOVE 'P' TO BAT-CTL-FUNCTION
003710     MOVE 'SBATRAN ' TO BAT-CTL-FILE-ID
003720     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
003730     MOVE 'SBAUPD  ' TO BAT-CTL-JOB-ID
003740     MOVE WS-RUN-DATE TO BAT-CTL-RUN-DATE
003750     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
003760     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
003770     CALL 'BATCTL' USING BAT-CTL-PARM
003780     IF NOT BAT-CTL-OK
003790         DISPLAY 'SBAUPD: BATCH ' WS-BAT-BATCH-ID
003800             ' APPLIED BUT NOT REGISTERED'
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 9999-EXIT-PROGRAM
003830     END-IF
003840     DISPLAY 'SBAUPD: BATCH ' WS-BAT-BATCH-ID
003850         ' APPLIED AND REGISTERED'.
003860 1600-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
003910* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
003920* NONE.                                                         *
003930*****************************************************************
003940 1800-OPEN-JOURNAL.
003950     MOVE 'O' TO JRN-CTL-FUNCTION
003960     MOVE 'SBAUPD  ' TO JRN-CTL-PROGRAM-ID
003970     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
003980     CALL 'JRNWRT' USING JRN-CTL-PARM
003990     IF NOT JRN-CTL-OK
004000         DISPLAY 'SBAUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
004010         MOVE 16 TO RETURN-CODE
004020         GO TO 9999-EXIT-PROGRAM
004030     END-IF
004040     SET WS-JRN-OPEN TO TRUE.
004050 1800-EXIT.
004060     EXIT.
004070
004080 1900-CHECK-EDT-STATUS.
004090     IF WS-EDT-STATUS NOT = '00'
004100         DISPLAY 'SBAUPD: EDIT REPORT WRITE FAILED, STATUS='
004110             WS-EDT-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         GO TO 9999-EXIT-PROGRAM
004140     END-IF.
004150 1900-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190* 2000-APPLY-ONE-TRANSACTION - EDIT THE TRANSACTION, READ THE   *
004200* SUBAREA, AND HAND OFF BY ACTION.  EVERY TRANSACTION GETS ONE  *
004210* LINE ON THE EDIT REPORT, APPLIED OR REJECTED.                 *
004220*****************************************************************
004230 2000-APPLY-ONE-TRANSACTION.
004240     ADD 1 TO WS-TRANS-READ
004250     MOVE SPACES TO WS-E-RESULT
004260     IF NOT SBA-TRN-ADD
004270         AND NOT SBA-TRN-CHANGE
004280         AND NOT SBA-TRN-DEACTIVATE
004290         MOVE 'UNKNOWN ACTION CODE' TO WS-E-RESULT
004300         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004310         GO TO 2000-NEXT
004320     END-IF
004330     IF SBA-TRN-SUBAREA = SPACES
004340         MOVE 'SUBAREA IS BLANK' TO WS-E-RESULT
004350         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004360         GO TO 2000-NEXT
004370     END-IF
004380     IF SBA-TRN-EXPECTED-SIZE NOT = SPACES
004390         AND SBA-TRN-EXPECTED-NUM NOT NUMERIC
004400         MOVE 'SIZE NOT NUMERIC' TO WS-E-RESULT
004410         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004420         GO TO 2000-NEXT
004430     END-IF
004440     IF SBA-TRN-DATE NUMERIC
004450         AND SBA-TRN-DATE > 0
004460         MOVE SBA-TRN-DATE TO WS-TRN-EFFECTIVE-DATE
004470     ELSE
004480         MOVE WS-RUN-DATE TO WS-TRN-EFFECTIVE-DATE
004490     END-IF
004500     MOVE SBA-TRN-SUBAREA TO SBA-SUBAREA
004510     READ SBA-FILE
004520     IF WS-SBA-STATUS NOT = '00'
004530         AND WS-SBA-STATUS NOT = '23'
004540         DISPLAY 'SBAUPD: MASTER READ FAILED, STATUS='
004550             WS-SBA-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         GO TO 9999-EXIT-PROGRAM
004580     END-IF
004590     IF WS-SBA-STATUS = '00'
004600         MOVE SBA-RECORD TO JRN-CTL-BEFORE-IMAGE
004610     ELSE
004620         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
004630     END-IF
004640     IF SBA-TRN-ADD
004650         PERFORM 2100-ADD-SUBAREA THRU 2100-EXIT
004660     END-IF
004670     IF SBA-TRN-CHANGE
004680         PERFORM 2200-CHANGE-SUBAREA THRU 2200-EXIT
004690     END-IF
004700     IF SBA-TRN-DEACTIVATE
004710         PERFORM 2300-DEACTIVATE-SUBAREA THRU 2300-EXIT
004720     END-IF.
004730 2000-NEXT.
004740     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
004750 2000-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 2100-ADD-SUBAREA - A NEW SUBAREA NEEDS ITS DESCRIPTION,       *
004800* LOCATION AND EXPECTED SIZE.  AN INACTIVE ONE IS REACTIVATED   *
004810* WITH THE DETAILS KEYED; AN ACTIVE ONE IS A DUPLICATE ADD.     *
004820*****************************************************************
004830 2100-ADD-SUBAREA.
004840     IF WS-SBA-STATUS = '00'
004850         AND SBA-ACTIVE
004860         MOVE 'ALREADY ON THE MASTER' TO WS-E-RESULT
004870         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004880         GO TO 2100-EXIT
004890     END-IF
004900     IF SBA-TRN-DESCRIPTION = SPACES
004910         MOVE 'NO DESCRIPTION' TO WS-E-RESULT
004920         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004930         GO TO 2100-EXIT
004940     END-IF
004950     IF SBA-TRN-FLOOR = SPACES
004960         OR SBA-TRN-RANGES = SPACES
004970         MOVE 'NO FLOOR OR RANGES' TO WS-E-RESULT
004980         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004990         GO TO 2100-EXIT
005000     END-IF
005010     IF SBA-TRN-EXPECTED-SIZE = SPACES
005020         MOVE 'NO EXPECTED SIZE' TO WS-E-RESULT
005030         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
005040         GO TO 2100-EXIT
005050     END-IF
005060     MOVE SBA-TRN-DESCRIPTION TO SBA-DESCRIPTION
005070     MOVE SBA-TRN-FLOOR TO SBA-FLOOR
005080     MOVE SBA-TRN-RANGES TO SBA-RANGES
005090     MOVE SBA-TRN-LIBRARIAN TO SBA-LIBRARIAN
005100     MOVE SBA-TRN-EXPECTED-NUM TO SBA-EXPECTED-SIZE
005110     SET SBA-ACTIVE TO TRUE
005120     MOVE WS-TRN-EFFECTIVE-DATE TO SBA-CHANGED-DATE
005130     MOVE SBA-TRN-INITS TO SBA-CHANGED-INITS
005140     IF WS-SBA-STATUS = '00'
005150         PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
005160         MOVE 'S' TO JRN-CTL-ACTION
005170         PERFORM 2600-JOURNAL-SUBAREA THRU 2600-EXIT
005180         ADD 1 TO WS-SUBAREAS-REACTIVATED
005190         MOVE 'REACTIVATED' TO WS-E-RESULT
005200         PERFORM 2900-PRINT-APPLIED THRU 2900-EXIT
005210         GO TO 2100-EXIT
005220     END-IF
005230     MOVE SBA-TRN-SUBAREA TO SBA-SUBAREA
005240     MOVE WS-TRN-EFFECTIVE-DATE TO SBA-ADDED-DATE
005250     WRITE SBA-RECORD
005260     IF WS-SBA-STATUS NOT = '00'
005270         DISPLAY 'SBAUPD: MASTER WRITE FAILED, STATUS='
005280             WS-SBA-STATUS
005290         MOVE 16 TO RETURN-CODE
005300         GO TO 9999-EXIT-PROGRAM
005310     END-IF
005320     MOVE 'A' TO JRN-CTL-ACTION
005330     PERFORM 2600-JOURNAL-SUBAREA THRU 2600-EXIT
005340     ADD 1 TO WS-SUBAREAS-ADDED
005350     MOVE 'ADDED' TO WS-E-RESULT
005360     PERFORM 2900-PRINT-APPLIED THRU 2900-EXIT.
005370 2100-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410* 2200-CHANGE-SUBAREA - ONLY AN ACTIVE SUBAREA IS CHANGED, AND  *
005420* ONLY IN THE FIELDS KEYED.  A CHANGE WITH NOTHING KEYED IS     *
005430* REJECTED SO A SHORT CARD IS NOT MISTAKEN FOR AN UPDATE.       *
005440*****************************************************************
005450 2200-CHANGE-SUBAREA.
005460     IF WS-SBA-STATUS = '23'
005470         MOVE 'NOT ON THE MASTER' TO WS-E-RESULT
005480         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
005490         GO TO 2200-EXIT
005500     END-IF
005510     IF SBA-INACTIVE
005520         MOVE 'INACTIVE - USE ADD' TO WS-E-RESULT
005530         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
005540         GO TO 2200-EXIT
005550     END-IF
005560     MOVE 0 TO WS-FIELDS-KEYED
005570     IF SBA-TRN-DESCRIPTION NOT = SPACES
005580         MOVE SBA-TRN-DESCRIPTION TO SBA-DESCRIPTION
005590         ADD 1 TO WS-FIELDS-KEYED
005600     END-IF
005610     IF SBA-TRN-FLOOR NOT = SPACES
005620         MOVE SBA-TRN-FLOOR TO SBA-FLOOR
005630         ADD 1 TO WS-FIELDS-KEYED
005640     END-IF
005650     IF SBA-TRN-RANGES NOT = SPACES
005660         MOVE SBA-TRN-RANGES TO SBA-RANGES
005670         ADD 1 TO WS-FIELDS-KEYED
005680     END-IF
005690     IF SBA-TRN-LIBRARIAN NOT = SPACES
005700         MOVE SBA-TRN-LIBRARIAN TO SBA-LIBRARIAN
005710         ADD 1 TO WS-FIELDS-KEYED
005720     END-IF
005730     IF SBA-TRN-EXPECTED-SIZE NOT = SPACES
005740         MOVE SBA-TRN-EXPECTED-NUM TO SBA-EXPECTED-SIZE
005750         ADD 1 TO WS-FIELDS-KEYED
005760     END-IF
005770     IF WS-FIELDS-KEYED = 0
005780         MOVE 'NOTHING TO CHANGE' TO WS-E-RESULT
005790         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
005800         GO TO 2200-EXIT
005810     END-IF
005820     MOVE WS-TRN-EFFECTIVE-DATE TO SBA-CHANGED-DATE
005830     MOVE SBA-TRN-INITS TO SBA-CHANGED-INITS
005840     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
005850     MOVE 'C' TO JRN-CTL-ACTION
005860     PERFORM 2600-JOURNAL-SUBAREA THRU 2600-EXIT
005870     ADD 1 TO WS-SUBAREAS-CHANGED
005880     MOVE 'CHANGED' TO WS-E-RESULT
005890     PERFORM 2900-PRINT-APPLIED THRU 2900-EXIT.
005900 2200-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940* 2300-DEACTIVATE-SUBAREA - THE RECORD STAYS ON FILE SO OLD     *
005950* FINDINGS STILL PRINT THEIR DESCRIPTION; CATUNLD AND THE       *
005960* SAMPLER WARN IF THE CATALOG STILL USES IT.                    *
005970*****************************************************************
005980 2300-DEACTIVATE-SUBAREA.
005990     IF WS-SBA-STATUS = '23'
006000         MOVE 'NOT ON THE MASTER' TO WS-E-RESULT
006010         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
006020         GO TO 2300-EXIT
006030     END-IF
006040     IF SBA-INACTIVE
006050         MOVE 'ALREADY INACTIVE' TO WS-E-RESULT
006060         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
006070         GO TO 2300-EXIT
006080     END-IF
006090     SET SBA-INACTIVE TO TRUE
006100     MOVE WS-TRN-EFFECTIVE-DATE TO SBA-CHANGED-DATE
006110     MOVE SBA-TRN-INITS TO SBA-CHANGED-INITS
006120     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
006130     MOVE 'S' TO JRN-CTL-ACTION
006140     PERFORM 2600-JOURNAL-SUBAREA THRU 2600-EXIT
006150     ADD 1 TO WS-SUBAREAS-DEACTIVATED
006160     MOVE 'DEACTIVATED' TO WS-E-RESULT
006170     PERFORM 2900-PRINT-APPLIED THRU 2900-EXIT.
006180 2300-EXIT.
006190     EXIT.
006200
006210 2500-REWRITE-MASTER.
006220     REWRITE SBA-RECORD
006230     IF WS-SBA-STATUS NOT = '00'
006240         DISPLAY 'SBAUPD: MASTER REWRITE FAILED, STATUS='
006250             WS-SBA-STATUS
006260         MOVE 16 TO RETURN-CODE
006270         GO TO 9999-EXIT-PROGRAM
006280     END-IF.
006290 2500-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 2600-JOURNAL-SUBAREA - JOURNAL THE SUBAREA JUST WRITTEN.  THE *
006340* BEFORE IMAGE WAS TAKEN WHEN THE MASTER WAS READ; THE CALLER   *
006350* HAS SET THE ACTION.                                           *
006360*****************************************************************
006370 2600-JOURNAL-SUBAREA.
006380     MOVE 'SBATRAN ' TO JRN-CTL-SOURCE
006390     MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
006400     MOVE SBA-TRN-INITS TO JRN-CTL-INITS
006410     MOVE 'SBAMAST ' TO JRN-CTL-MASTER-ID
006420     MOVE 0 TO JRN-CTL-CALLNO
006430     MOVE SBA-KEY TO JRN-CTL-KEY
006440     MOVE SBA-RECORD TO JRN-CTL-AFTER-IMAGE
006450     MOVE 'W' TO JRN-CTL-FUNCTION
006460     CALL 'JRNWRT' USING JRN-CTL-PARM
006470     IF NOT JRN-CTL-OK
006480         DISPLAY 'SBAUPD: AUDIT JOURNAL WRITE FAILED, KEY='
006490             JRN-CTL-KEY
006500         MOVE 16 TO RETURN-CODE
006510         GO TO 9999-EXIT-PROGRAM
006520     END-IF.
006530 2600-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570* 2800-REJECT-TRANSACTION - THE REASON IS ALREADY IN THE RESULT *
006580* COLUMN; PRINT IT WITH THE TRANSACTION AS KEYED.               *
006590*****************************************************************
006600 2800-REJECT-TRANSACTION.
006610     ADD 1 TO WS-TRANS-REJECTED
006620     MOVE SBA-TRN-ACTION TO WS-E-ACTION
006630     MOVE SBA-TRN-SUBAREA TO WS-E-SUBAREA
006640     MOVE SBA-TRN-DESCRIPTION TO WS-E-DESCRIPTION
006650     MOVE WS-E-RESULT TO WS-REJ-REASON
006660     MOVE SPACES TO WS-E-RESULT
006670     STRING 'REJECTED - ' WS-REJ-REASON
006680         DELIMITED BY SIZE INTO WS-E-RESULT
006690     WRITE EDT-LINE FROM WS-EDT-DETAIL-LINE
006700     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT.
006710 2800-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 2900-PRINT-APPLIED - AN APPLIED TRANSACTION PRINTS THE        *
006760* SUBAREA AS IT NOW STANDS ON THE MASTER, LOCATION LINE AND     *
006770* ALL, SO THE DESK CAN CHECK IT AGAINST WHAT WAS MEANT.         *
006780*****************************************************************
006790 2900-PRINT-APPLIED.
006800     MOVE SBA-TRN-ACTION TO WS-E-ACTION
006810     MOVE SBA-SUBAREA TO WS-E-SUBAREA
006820     MOVE SBA-DESCRIPTION TO WS-E-DESCRIPTION
006830     WRITE EDT-LINE FROM WS-EDT-DETAIL-LINE
006840     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
006850     MOVE SBA-FLOOR TO WS-E-FLOOR
006860     MOVE SBA-RANGES TO WS-E-RANGES
006870     MOVE SBA-LIBRARIAN TO WS-E-LIBRARIAN
006880     MOVE SBA-EXPECTED-SIZE TO WS-E-EXPECTED-SIZE
006890     WRITE EDT-LINE FROM WS-EDT-LOCATION-LINE
006900     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT.
006910 2900-EXIT.
006920     EXIT.
006930
006940*****************************************************************
006950* 5000-DISPLAY-RUN-COUNTS - TOTALS TO THE FOOT OF THE EDIT      *
006960* REPORT AND TO THE JOB LOG.                                    *
006970*****************************************************************
006980 5000-DISPLAY-RUN-COUNTS.
006990     WRITE EDT-LINE FROM WS-BLANK-LINE
007000     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT
007010     MOVE 'TRANSACTIONS READ . . : ' TO WS-T-LABEL
007020     MOVE WS-TRANS-READ TO WS-T-COUNT
007030     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007040     MOVE 'SUBAREAS ADDED. . . . : ' TO WS-T-LABEL
007050     MOVE WS-SUBAREAS-ADDED TO WS-T-COUNT
007060     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007070     MOVE 'SUBAREAS REACTIVATED. : ' TO WS-T-LABEL
007080     MOVE WS-SUBAREAS-REACTIVATED TO WS-T-COUNT
007090     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007100     MOVE 'SUBAREAS CHANGED. . . : ' TO WS-T-LABEL
007110     MOVE WS-SUBAREAS-CHANGED TO WS-T-COUNT
007120     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007130     MOVE 'SUBAREAS DEACTIVATED. : ' TO WS-T-LABEL
007140     MOVE WS-SUBAREAS-DEACTIVATED TO WS-T-COUNT
007150     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007160     MOVE 'TRANSACTIONS REJECTED : ' TO WS-T-LABEL
007170     MOVE WS-TRANS-REJECTED TO WS-T-COUNT
007180     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
007190     DISPLAY 'SBAUPD: TRANS READ . . . . . . : '
007200         WS-TRANS-READ
007210     DISPLAY 'SBAUPD: SUBAREAS ADDED . . . . : '
007220         WS-SUBAREAS-ADDED
007230     DISPLAY 'SBAUPD: SUBAREAS REACTIVATED . : '
007240         WS-SUBAREAS-REACTIVATED
007250     DISPLAY 'SBAUPD: SUBAREAS CHANGED . . . : '
007260         WS-SUBAREAS-CHANGED
007270     DISPLAY 'SBAUPD: SUBAREAS DEACTIVATED . : '
007280         WS-SUBAREAS-DEACTIVATED
007290     DISPLAY 'SBAUPD: TRANS REJECTED . . . . : '
007300         WS-TRANS-REJECTED.
007310 5000-EXIT.
007320     EXIT.
007330
007340 5100-PRINT-ONE-TOTAL.
007350     WRITE EDT-LINE FROM WS-EDT-TOTAL-LINE
007360     PERFORM 1900-CHECK-EDT-STATUS THRU 1900-EXIT.
007370 5100-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
007420* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
007430* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
007440* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
007450*****************************************************************
007460 8900-CLOSE-JOURNAL.
007470     MOVE 'N' TO WS-JRN-OPEN-SW
007480     MOVE 'C' TO JRN-CTL-FUNCTION
007490     MOVE WS-SUBAREAS-ADDED TO JRN-CTL-EXPECTED
007500     ADD WS-SUBAREAS-REACTIVATED TO JRN-CTL-EXPECTED
007510     ADD WS-SUBAREAS-CHANGED TO JRN-CTL-EXPECTED
007520     ADD WS-SUBAREAS-DEACTIVATED TO JRN-CTL-EXPECTED
007530     MOVE RETURN-CODE TO JRN-CTL-END-RC
007540     CALL 'JRNWRT' USING JRN-CTL-PARM
007550     IF NOT JRN-CTL-OK
007560         DISPLAY 'SBAUPD: AUDIT JOURNAL CLOSE FAILED'
007570         MOVE 16 TO RETURN-CODE
007580         GO TO 8900-EXIT
007590     END-IF
007600     DISPLAY 'SBAUPD: JOURNAL RECORDS. . . . : '
007610         JRN-CTL-WRITTEN
007620     IF JRN-CTL-OUT-OF-BALANCE
007630         DISPLAY 'SBAUPD: AUDIT JOURNAL OUT OF BALANCE - '
007640             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
007650             ' CHANGES COUNTED'
007660         IF RETURN-CODE < 8
007670             MOVE 8 TO RETURN-CODE
007680         END-IF
007690     END-IF.
007700 8900-EXIT.
007710     EXIT.
007720
007730 9999-EXIT-PROGRAM.
007740     IF WS-JRN-OPEN
007750         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
007760     END-IF
007770     CLOSE TRN-FILE
007780     CLOSE SBA-FILE
007790     CLOSE EDT-FILE
007800     STOP RUN.
