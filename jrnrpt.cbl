000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNRPT.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  AUDIT JOURNAL INQUIRY - *
000100*                    EVERY CHANGE JOURNALED AGAINST ONE CALL    *
000110*                    NUMBER, OR EVERY CHANGE IN A RANGE OF RUN  *
000120*                    DATES, WITH ITS BEFORE AND AFTER IMAGE,    *
000130*                    FOLLOWED BY THE BALANCE OF EACH RUN'S      *
000140*                    JOURNAL AGAINST ITS TRAILER.  PARM IS      *
000150*                    'C' AND A CALL NUMBER (CNNNN) OR 'D' AND A *
000160*                    FROM AND TO DATE (DYYYYMMDDYYYYMMDD; WITH  *
000170*                    NO TO DATE, THE ONE DAY).                  *
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT JRN-FILE ASSIGN TO JRNLOG
000240         ORGANIZATION IS SEQUENTIAL
000250         FILE STATUS IS WS-JRN-STATUS.
000260
000270     SELECT RPT-FILE ASSIGN TO RPTOUT
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-RPT-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  JRN-FILE
000340     RECORDING MODE IS F
000350     LABEL RECORDS ARE STANDARD.
000360 COPY JRNREC.
000370
000380 FD  RPT-FILE
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410 01  RPT-LINE                    PIC X(80).
000420
000430 WORKING-STORAGE SECTION.
000440
000450 01  WS-EOF-SWITCHES.
000460     05  WS-JRN-EOF-SW            PIC X(01) VALUE 'N'.
000470         88  WS-JRN-EOF                   VALUE 'Y'.
000480
000490 01  WS-FILE-STATUSES.
000500     05  WS-JRN-STATUS            PIC X(02) VALUE '00'.
000510     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000520
000530 01  WS-SELECTION.
000540     05  WS-SEL-TYPE              PIC X(01) VALUE SPACES.
000550         88  WS-SEL-BY-CALLNO             VALUE 'C'.
000560         88  WS-SEL-BY-DATE               VALUE 'D'.
000570     05  WS-SEL-CALLNO            PIC 9(04) VALUE 0.
000580     05  WS-SEL-FROM-DATE         PIC 9(08) VALUE 0.
000590     05  WS-SEL-TO-DATE           PIC 9(08) VALUE 0.
000600
000610 01  WS-REPORT-WORK.
000620     05  WS-JOURNAL-READ          PIC 9(07) VALUE 0.
000630     05  WS-CHANGES-SELECTED      PIC 9(07) VALUE 0.
000640     05  WS-RUNS-CHECKED          PIC 9(05) VALUE 0.
000650     05  WS-RUNS-OUT              PIC 9(05) VALUE 0.
000660     05  WS-TIME-WORK             PIC 9(08).
000670     05  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
000680         10  WS-TIME-HHMMSS       PIC 9(06).
000690         10  FILLER               PIC 9(02).
000700
000710*****************************************************************
000720* THE RUN BEING BALANCED IN THE SECOND PASS.  A RUN'S DETAILS   *
000730* ARE FOLLOWED BY ITS TRAILER; A DETAIL FOR ANOTHER RUN, OR THE *
000740* END OF THE JOURNAL, BEFORE THE TRAILER MEANS THE RUN NEVER    *
000750* CLOSED ITS JOURNAL.                                           *
000760*****************************************************************
000770 01  WS-RUN-BALANCE.
000780     05  WS-RUN-OPEN-SW           PIC X(01) VALUE 'N'.
000790         88  WS-RUN-OPEN                  VALUE 'Y'.
000800     05  WS-RUN-PROGRAM-ID        PIC X(08).
000810     05  WS-RUN-DATE              PIC 9(08).
000820     05  WS-RUN-TIME              PIC 9(08).
000830     05  WS-RUN-DETAILS           PIC 9(07) VALUE 0.
000840
000850*****************************************************************
000860* REPORT LINE LAYOUTS.                                          *
000870*****************************************************************
000880 01  WS-HEADING-CALLNO.
000890     05  FILLER                   PIC X(39)
000900         VALUE 'JRNRPT - AUDIT JOURNAL FOR CALL NUMBER'.
000910     05  WS-H-CALLNO              PIC 9(04).
000920
000930 01  WS-HEADING-DATES.
000940     05  FILLER                   PIC X(33)
000950         VALUE 'JRNRPT - AUDIT JOURNAL RUN DATES'.
000960     05  WS-H-FROM-DATE           PIC 9(08).
000970     05  FILLER                   PIC X(04) VALUE ' TO '.
000980     05  WS-H-TO-DATE             PIC 9(08).
000990
001000 01  WS-COLUMN-HEADING-LINE.
001010     05  FILLER                   PIC X(16)
001020         VALUE 'RUN DATE TIME   '.
001030     05  FILLER                   PIC X(18)
001040         VALUE 'PROGRAM  ACTION   '.
001050     05  FILLER                   PIC X(14)
001060         VALUE 'MASTER   CALL '.
001070     05  FILLER                   PIC X(03) VALUE 'KEY'.
001080
001090 01  WS-DETAIL-LINE.
001100     05  WS-D-RUN-DATE            PIC 9(08).
001110     05  FILLER                   PIC X(01) VALUE SPACES.
001120     05  WS-D-RUN-TIME            PIC 9(06).
001130     05  FILLER                   PIC X(01) VALUE SPACES.
001140     05  WS-D-PROGRAM-ID          PIC X(08).
001150     05  FILLER                   PIC X(01) VALUE SPACES.
001160     05  WS-D-ACTION              PIC X(08).
001170     05  FILLER                   PIC X(01) VALUE SPACES.
001180     05  WS-D-MASTER-ID           PIC X(08).
001190     05  FILLER                   PIC X(01) VALUE SPACES.
001200     05  WS-D-CALLNO              PIC 9(04).
001210     05  FILLER                   PIC X(01) VALUE SPACES.
001220     05  WS-D-KEY                 PIC X(20).
001230
001240 01  WS-SOURCE-LINE.
001250     05  FILLER                   PIC X(17)
001260         VALUE '         SOURCE: '.
001270     05  WS-S-SOURCE              PIC X(08).
001280     05  FILLER                   PIC X(08) VALUE '  BATCH '.
001290     05  WS-S-BATCH-ID            PIC X(06).
001300     05  FILLER                   PIC X(11) VALUE '  INITIALS '.
001310     05  WS-S-INITS               PIC X(03).
001320
001330*        EACH 100-BYTE IMAGE PRINTS ON TWO LINES OF FIFTY.
001340 01  WS-IMAGE-LINE.
001350     05  FILLER                   PIC X(09) VALUE SPACES.
001360     05  WS-I-LABEL               PIC X(08).
001370     05  WS-I-TEXT                PIC X(50).
001380
001390 01  WS-IMAGE-WORK.
001400     05  WS-IMAGE-1               PIC X(50).
001410     05  WS-IMAGE-2               PIC X(50).
001420
001430 01  WS-BALANCE-HEADING.
001440     05  FILLER                   PIC X(42)
001450         VALUE 'JRNRPT - JOURNAL BALANCE BY RUN, RUN DATES'.
001460     05  WS-B-SCOPE               PIC X(21).
001470
001480 01  WS-BALANCE-COLUMNS.
001490     05  FILLER                   PIC X(25)
001500         VALUE 'RUN DATE TIME   PROGRAM  '.
001510     05  FILLER                   PIC X(20)
001520         VALUE '  DETAILS   TRAILER '.
001530     05  FILLER                   PIC X(20)
001540         VALUE ' EXPECTED RC  STATUS'.
001550
001560*        DETAILS IS WHAT IS ON THE JOURNAL FOR THE RUN, TRAILER
001570*        WHAT JRNWRT SAYS IT WROTE, EXPECTED WHAT THE PROGRAM
001580*        COUNTED.  ALL THREE MUST AGREE.
001590 01  WS-BALANCE-LINE.
001600     05  WS-B-RUN-DATE            PIC 9(08).
001610     05  FILLER                   PIC X(01) VALUE SPACES.
001620     05  WS-B-RUN-TIME            PIC 9(06).
001630     05  FILLER                   PIC X(01) VALUE SPACES.
001640     05  WS-B-PROGRAM-ID          PIC X(08).
001650     05  FILLER                   PIC X(01) VALUE SPACES.
001660     05  WS-B-DETAILS             PIC Z,ZZZ,ZZ9.
001670     05  FILLER                   PIC X(01) VALUE SPACES.
001680     05  WS-B-WRITTEN             PIC Z,ZZZ,ZZ9.
001690     05  WS-B-WRITTEN-X REDEFINES WS-B-WRITTEN
001700                                  PIC X(09).
001710     05  FILLER                   PIC X(01) VALUE SPACES.
001720     05  WS-B-EXPECTED            PIC Z,ZZZ,ZZ9.
001730     05  WS-B-EXPECTED-X REDEFINES WS-B-EXPECTED
001740                                  PIC X(09).
001750     05  FILLER                   PIC X(01) VALUE SPACES.
001760     05  WS-B-END-RC              PIC Z9.
001770     05  WS-B-END-RC-X REDEFINES WS-B-END-RC
001780                                  PIC X(02).
001790     05  FILLER                   PIC X(02) VALUE SPACES.
001800     05  WS-B-STATUS              PIC X(15).
001810
001820 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001830
001840 01  WS-OUT-LINE.
001850     05  FILLER                   PIC X(34)
001860         VALUE 'RUNS WITH JOURNAL OUT OF BALANCE:'.
001870     05  WS-O-COUNT               PIC ZZ,ZZ9.
001880
001890 LINKAGE SECTION.
001900 01  WS-PARM-AREA.
001910     05  WS-PARM-LEN              PIC S9(04) COMP.
001920     05  WS-PARM-DATA.
001930         10  WS-PARM-SEL-TYPE     PIC X(01).
001940         10  WS-PARM-SEL-VALUE    PIC X(16).
001950         10  WS-PARM-CALL-SEL REDEFINES WS-PARM-SEL-VALUE.
001960             15  WS-PARM-CALLNO   PIC 9(04).
001970             15  FILLER           PIC X(12).
001980         10  WS-PARM-DATE-SEL REDEFINES WS-PARM-SEL-VALUE.
001990             15  WS-PARM-FROM-DATE
002000                                  PIC 9(08).
002010             15  WS-PARM-TO-DATE  PIC 9(08).
002020
002030 PROCEDURE DIVISION USING WS-PARM-AREA.
002040
002050*****************************************************************
002060* 0000-MAINLINE - PRINT THE SELECTED CHANGES IN JOURNAL ORDER,  *
002070* WHICH IS THE ORDER THEY WERE MADE, THEN READ THE JOURNAL      *
002080* AGAIN AND BALANCE EVERY RUN IN SCOPE AGAINST ITS TRAILER.     *
002090* BY CALL NUMBER EVERY RUN IS IN SCOPE; BY DATE, THE RUNS IN    *
002100* THE DATE RANGE.  ANY RUN OUT OF BALANCE ENDS THE STEP WITH    *
002110* RETURN CODE 8.                                                *
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002150     PERFORM 2000-SELECT-ONE-RECORD THRU 2000-EXIT
002160         UNTIL WS-JRN-EOF
002170     PERFORM 3000-START-BALANCE THRU 3000-EXIT
002180     PERFORM 3100-BALANCE-ONE-RECORD THRU 3100-EXIT
002190         UNTIL WS-JRN-EOF
002200     IF WS-RUN-OPEN
002210         PERFORM 3300-RUN-WITHOUT-TRAILER THRU 3300-EXIT
002220     END-IF
002230     WRITE RPT-LINE FROM WS-BLANK-LINE
002240     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002250     MOVE WS-RUNS-OUT TO WS-O-COUNT
002260     WRITE RPT-LINE FROM WS-OUT-LINE
002270     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002280     DISPLAY 'JRNRPT: JOURNAL RECORDS READ. . : '
002290         WS-JOURNAL-READ
002300     DISPLAY 'JRNRPT: CHANGES SELECTED. . . . : '
002310         WS-CHANGES-SELECTED
002320     DISPLAY 'JRNRPT: RUNS BALANCED . . . . . : '
002330         WS-RUNS-CHECKED
002340     DISPLAY 'JRNRPT: RUNS OUT OF BALANCE . . : '
002350         WS-RUNS-OUT
002360     IF WS-RUNS-OUT > 0
002370         MOVE 8 TO RETURN-CODE
002380     END-IF
002390     GO TO 9999-EXIT-PROGRAM.
002400
002410*****************************************************************
002420* 1000-INITIALIZE-RUN - TAKE THE SELECTION FROM THE PARM, OPEN  *
002430* THE REPORT AND THE JOURNAL, AND PRINT THE HEADINGS.  WITH NO  *
002440* JOURNAL YET THERE IS NOTHING TO REPORT OR BALANCE.            *
002450*****************************************************************
002460 1000-INITIALIZE-RUN.
002470     PERFORM 1050-EDIT-PARM THRU 1050-EXIT
002480     OPEN OUTPUT RPT-FILE
002490     IF WS-RPT-STATUS NOT = '00'
002500         DISPLAY 'JRNRPT: REPORT FILE OPEN FAILED, STATUS='
002510             WS-RPT-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 9999-EXIT-PROGRAM
002540     END-IF
002550     IF WS-SEL-BY-CALLNO
002560         MOVE WS-SEL-CALLNO TO WS-H-CALLNO
002570         WRITE RPT-LINE FROM WS-HEADING-CALLNO
002580     ELSE
002590         MOVE WS-SEL-FROM-DATE TO WS-H-FROM-DATE
002600         MOVE WS-SEL-TO-DATE TO WS-H-TO-DATE
002610         WRITE RPT-LINE FROM WS-HEADING-DATES
002620     END-IF
002630     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002640     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
002650     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002660     PERFORM 1200-OPEN-JRN-FILE THRU 1200-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 1050-EDIT-PARM - 'C' AND A CALL NUMBER, OR 'D' AND A FROM     *
002720* DATE WITH AN OPTIONAL TO DATE.  THERE IS NO DEFAULT - AN      *
002730* AUDIT INQUIRY ALWAYS SAYS WHAT IT IS LOOKING FOR.             *
002740*****************************************************************
002750 1050-EDIT-PARM.
002760     IF WS-PARM-LEN < 5
002770         GO TO 1050-BAD-PARM
002780     END-IF
002790     MOVE WS-PARM-SEL-TYPE TO WS-SEL-TYPE
002800     IF WS-SEL-BY-CALLNO
002810         IF WS-PARM-CALLNO NOT NUMERIC
002820             OR WS-PARM-CALLNO = 0
002830             GO TO 1050-BAD-PARM
002840         END-IF
002850         MOVE WS-PARM-CALLNO TO WS-SEL-CALLNO
002860         GO TO 1050-EXIT
002870     END-IF
002880     IF NOT WS-SEL-BY-DATE
002890         OR WS-PARM-LEN < 9
002900         GO TO 1050-BAD-PARM
002910     END-IF
002920     IF WS-PARM-FROM-DATE NOT NUMERIC
002930         OR WS-PARM-FROM-DATE = 0
002940         GO TO 1050-BAD-PARM
002950     END-IF
002960     MOVE WS-PARM-FROM-DATE TO WS-SEL-FROM-DATE
002970     MOVE WS-PARM-FROM-DATE TO WS-SEL-TO-DATE
002980     IF WS-PARM-LEN < 17
002990         GO TO 1050-EXIT
003000     END-IF
003010     IF WS-PARM-TO-DATE NOT NUMERIC
003020         OR WS-PARM-TO-DATE < WS-SEL-FROM-DATE
003030         GO TO 1050-BAD-PARM
003040     END-IF
003050     MOVE WS-PARM-TO-DATE TO WS-SEL-TO-DATE
003060     GO TO 1050-EXIT.
003070 1050-BAD-PARM.
003080     DISPLAY 'JRNRPT: PARM MUST BE CNNNN OR DYYYYMMDD[YYYYMMDD]'
003090     MOVE 16 TO RETURN-CODE
003100     GO TO 9999-EXIT-PROGRAM.
003110 1050-EXIT.
003120     EXIT.
003130
003140 1100-READ-JRN-FILE.
003150     READ JRN-FILE
003160         AT END
003170             SET WS-JRN-EOF TO TRUE
003180             GO TO 1100-EXIT
003190     END-READ
003200     IF WS-JRN-STATUS NOT = '00'
003210         DISPLAY 'JRNRPT: AUDIT JOURNAL READ FAILED, STATUS='
003220             WS-JRN-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 9999-EXIT-PROGRAM
003250     END-IF
003260     ADD 1 TO WS-JOURNAL-READ.
003270 1100-EXIT.
003280     EXIT.
003290
003300 1200-OPEN-JRN-FILE.
003310     MOVE 'N' TO WS-JRN-EOF-SW
003320     OPEN INPUT JRN-FILE
003330     IF WS-JRN-STATUS = '35'
003340         DISPLAY 'JRNRPT: NO AUDIT JOURNAL - NOTHING JOURNALED'
003350         SET WS-JRN-EOF TO TRUE
003360         GO TO 1200-EXIT
003370     END-IF
003380     IF WS-JRN-STATUS NOT = '00'
003390         DISPLAY 'JRNRPT: AUDIT JOURNAL OPEN FAILED, STATUS='
003400             WS-JRN-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         GO TO 9999-EXIT-PROGRAM
003430     END-IF
003440     PERFORM 1100-READ-JRN-FILE THRU 1100-EXIT.
003450 1200-EXIT.
003460     EXIT.
003470
003480 1900-CHECK-RPT-STATUS.
003490     IF WS-RPT-STATUS NOT = '00'
003500         DISPLAY 'JRNRPT: REPORT FILE WRITE FAILED, STATUS='
003510             WS-RPT-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 9999-EXIT-PROGRAM
003540     END-IF.
003550 1900-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 2000-SELECT-ONE-RECORD - DETAILS ONLY; THE TRAILERS ARE       *
003600* TAKEN UP IN THE BALANCE PASS.                                 *
003610*****************************************************************
003620 2000-SELECT-ONE-RECORD.
003630     IF NOT JRN-DETAIL
003640         GO TO 2000-NEXT
003650     END-IF
003660     IF WS-SEL-BY-CALLNO
003670         IF JRN-CALLNO NOT = WS-SEL-CALLNO
003680             GO TO 2000-NEXT
003690         END-IF
003700     ELSE
003710         IF JRN-RUN-DATE < WS-SEL-FROM-DATE
003720             OR JRN-RUN-DATE > WS-SEL-TO-DATE
003730             GO TO 2000-NEXT
003740         END-IF
003750     END-IF
003760     ADD 1 TO WS-CHANGES-SELECTED
003770     PERFORM 2100-PRINT-ONE-CHANGE THRU 2100-EXIT.
003780 2000-NEXT.
003790     PERFORM 1100-READ-JRN-FILE THRU 1100-EXIT.
003800 2000-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840* 2100-PRINT-ONE-CHANGE - WHO CHANGED WHICH RECORD AND WHEN,    *
003850* WHERE THE CHANGE CAME FROM, AND THE RECORD BEFORE AND AFTER.  *
003860* AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.       *
003870*****************************************************************
003880 2100-PRINT-ONE-CHANGE.
003890     MOVE JRN-RUN-DATE TO WS-D-RUN-DATE
003900     MOVE JRN-RUN-TIME TO WS-TIME-WORK
003910     MOVE WS-TIME-HHMMSS TO WS-D-RUN-TIME
003920     MOVE JRN-PROGRAM-ID TO WS-D-PROGRAM-ID
003930     MOVE JRN-ACTION TO WS-D-ACTION
003940     IF JRN-ADD
003950         MOVE 'ADD' TO WS-D-ACTION
003960     END-IF
003970     IF JRN-CHANGE
003980         MOVE 'CHANGE' TO WS-D-ACTION
003990     END-IF
004000     IF JRN-STATUS-CHANGE
004010         MOVE 'STATUS' TO WS-D-ACTION
004020     END-IF
004030     IF JRN-DELETE
004040         MOVE 'DELETE' TO WS-D-ACTION
004050     END-IF
004060     MOVE JRN-MASTER-ID TO WS-D-MASTER-ID
004070     MOVE JRN-CALLNO TO WS-D-CALLNO
004080     MOVE JRN-KEY TO WS-D-KEY
004090     WRITE RPT-LINE FROM WS-DETAIL-LINE
004100     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004110     MOVE JRN-SOURCE TO WS-S-SOURCE
004120     MOVE JRN-BATCH-ID TO WS-S-BATCH-ID
004130     MOVE JRN-INITS TO WS-S-INITS
004140     WRITE RPT-LINE FROM WS-SOURCE-LINE
004150     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004160     IF NOT JRN-ADD
004170         MOVE 'BEFORE: ' TO WS-I-LABEL
004180         MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK
004190         PERFORM 2200-PRINT-IMAGE THRU 2200-EXIT
004200     END-IF
004210     IF NOT JRN-DELETE
004220         MOVE 'AFTER:  ' TO WS-I-LABEL
004230         MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK
004240         PERFORM 2200-PRINT-IMAGE THRU 2200-EXIT
004250     END-IF
004260     WRITE RPT-LINE FROM WS-BLANK-LINE
004270     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
004280 2100-EXIT.
004290     EXIT.
004300
004310 2200-PRINT-IMAGE.
004320     MOVE WS-IMAGE-1 TO WS-I-TEXT
004330     WRITE RPT-LINE FROM WS-IMAGE-LINE
004340     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004350     MOVE SPACES TO WS-I-LABEL
004360     MOVE WS-IMAGE-2 TO WS-I-TEXT
004370     WRITE RPT-LINE FROM WS-IMAGE-LINE
004380     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
004390 2200-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 3000-START-BALANCE - PRINT THE BALANCE HEADINGS AND READ THE  *
004440* JOURNAL AGAIN FROM THE TOP.                                   *
004450*****************************************************************
004460 3000-START-BALANCE.
004470     CLOSE JRN-FILE
004480     WRITE RPT-LINE FROM WS-BLANK-LINE
004490     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004500     IF WS-SEL-BY-CALLNO
004510         MOVE ' ALL' TO WS-B-SCOPE
004520     ELSE
004530         MOVE SPACES TO WS-B-SCOPE
004540         STRING ' ' WS-SEL-FROM-DATE ' TO ' WS-SEL-TO-DATE
004550             DELIMITED BY SIZE INTO WS-B-SCOPE
004560     END-IF
004570     WRITE RPT-LINE FROM WS-BALANCE-HEADING
004580     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004590     WRITE RPT-LINE FROM WS-BALANCE-COLUMNS
004600     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
004610     PERFORM 1200-OPEN-JRN-FILE THRU 1200-EXIT.
004620 3000-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660* 3100-BALANCE-ONE-RECORD - COUNT THE DETAILS OF THE RUN IN     *
004670* HAND AND BALANCE IT WHEN ITS TRAILER COMES.  A RECORD FOR     *
004680* ANOTHER RUN FIRST ENDS THE RUN IN HAND AS HAVING NO TRAILER.  *
004690* A TRAILER WITH NO DETAILS BEFORE IT IS A RUN THAT CHANGED     *
004700* NOTHING.                                                      *
004710*****************************************************************
004720 3100-BALANCE-ONE-RECORD.
004730     IF WS-RUN-OPEN
004740         IF JRN-PROGRAM-ID NOT = WS-RUN-PROGRAM-ID
004750             OR JRN-RUN-DATE NOT = WS-RUN-DATE
004760             OR JRN-RUN-TIME NOT = WS-RUN-TIME
004770             PERFORM 3300-RUN-WITHOUT-TRAILER THRU 3300-EXIT
004780         END-IF
004790     END-IF
004800     IF NOT WS-RUN-OPEN
004810         SET WS-RUN-OPEN TO TRUE
004820         MOVE JRN-PROGRAM-ID TO WS-RUN-PROGRAM-ID
004830         MOVE JRN-RUN-DATE TO WS-RUN-DATE
004840         MOVE JRN-RUN-TIME TO WS-RUN-TIME
004850         MOVE 0 TO WS-RUN-DETAILS
004860     END-IF
004870     IF JRN-TRAILER
004880         PERFORM 3200-BALANCE-ONE-RUN THRU 3200-EXIT
004890     ELSE
004900         ADD 1 TO WS-RUN-DETAILS
004910     END-IF
004920     PERFORM 1100-READ-JRN-FILE THRU 1100-EXIT.
004930 3100-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 3200-BALANCE-ONE-RUN - THE DETAILS ON THE JOURNAL AGAINST     *
004980* WHAT THE TRAILER SAYS WAS WRITTEN, AND THE TRAILER'S OWN      *
004990* BALANCE AGAINST THE PROGRAM'S RUN COUNTS.                     *
005000*****************************************************************
005010 3200-BALANCE-ONE-RUN.
005020     MOVE 'N' TO WS-RUN-OPEN-SW
005030     IF NOT WS-SEL-BY-CALLNO
005040         IF WS-RUN-DATE < WS-SEL-FROM-DATE
005050             OR WS-RUN-DATE > WS-SEL-TO-DATE
005060             GO TO 3200-EXIT
005070         END-IF
005080     END-IF
005090     ADD 1 TO WS-RUNS-CHECKED
005100     PERFORM 3400-SET-BALANCE-LINE THRU 3400-EXIT
005110     MOVE JRN-TRL-WRITTEN TO WS-B-WRITTEN
005120     MOVE JRN-TRL-EXPECTED TO WS-B-EXPECTED
005130     MOVE JRN-TRL-END-RC TO WS-B-END-RC
005140     MOVE 'IN BALANCE' TO WS-B-STATUS
005150     IF WS-RUN-DETAILS NOT = JRN-TRL-WRITTEN
005160         MOVE 'DETAILS MISSING' TO WS-B-STATUS
005170         ADD 1 TO WS-RUNS-OUT
005180     ELSE
005190         IF JRN-TRL-OUT-OF-BALANCE
005200             OR JRN-TRL-WRITTEN NOT = JRN-TRL-EXPECTED
005210             MOVE 'OUT OF BALANCE' TO WS-B-STATUS
005220             ADD 1 TO WS-RUNS-OUT
005230         END-IF
005240     END-IF
005250     WRITE RPT-LINE FROM WS-BALANCE-LINE
005260     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
005270 3200-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310* 3300-RUN-WITHOUT-TRAILER - THE RUN ENDED WITHOUT CLOSING ITS  *
005320* JOURNAL (IT ABENDED, OR IS RUNNING NOW), SO NOTHING SAYS ITS  *
005330* JOURNAL IS COMPLETE.  IT IS COUNTED OUT OF BALANCE.           *
005340*****************************************************************
005350 3300-RUN-WITHOUT-TRAILER.
005360     MOVE 'N' TO WS-RUN-OPEN-SW
005370     IF NOT WS-SEL-BY-CALLNO
005380         IF WS-RUN-DATE < WS-SEL-FROM-DATE
005390             OR WS-RUN-DATE > WS-SEL-TO-DATE
005400             GO TO 3300-EXIT
005410         END-IF
005420     END-IF
005430     ADD 1 TO WS-RUNS-CHECKED
005440     ADD 1 TO WS-RUNS-OUT
005450     PERFORM 3400-SET-BALANCE-LINE THRU 3400-EXIT
005460     MOVE SPACES TO WS-B-WRITTEN-X
005470     MOVE SPACES TO WS-B-EXPECTED-X
005480     MOVE SPACES TO WS-B-END-RC-X
005490     MOVE 'NO TRAILER' TO WS-B-STATUS
005500     WRITE RPT-LINE FROM WS-BALANCE-LINE
005510     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
005520 3300-EXIT.
005530     EXIT.
005540
005550 3400-SET-BALANCE-LINE.
005560     MOVE WS-RUN-DATE TO WS-B-RUN-DATE
005570     MOVE WS-RUN-TIME TO WS-TIME-WORK
005580     MOVE WS-TIME-HHMMSS TO WS-B-RUN-TIME
005590     MOVE WS-RUN-PROGRAM-ID TO WS-B-PROGRAM-ID
005600     MOVE WS-RUN-DETAILS TO WS-B-DETAILS.
005610 3400-EXIT.
005620     EXIT.
005630
005640 9999-EXIT-PROGRAM.
005650     CLOSE JRN-FILE
005660     CLOSE RPT-FILE
005670     STOP RUN.
