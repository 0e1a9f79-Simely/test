000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENSAVE.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  KEEPS EACH NIGHT'S      *
000100*                    DRAW FILE, SUMMARY TRAILER AND COMPLETED   *
000110*                    RESULTS FILE AS A DATED GENERATION IN THE  *
000120*                    GENERATION STORE (GENSTOR), RECORD FOR     *
000130*                    RECORD, UNDER THE SAMPLE'S RUN DATE, AND   *
000140*                    POSTS EACH ONE TO THE GENERATION INDEX     *
000150*                    THROUGH GENCTL, SO THE NEXT NIGHT'S        *
000160*                    OVERWRITE NO LONGER LOSES THEM AND THE     *
000170*                    REPORTS CAN REPRINT ANY RETAINED RUN.      *
000180*                    A RERUN OF THE SAME RUN DATE REPLACES THE  *
000190*                    EARLIER GENERATION.                        *
000192*   10/15/2026  DJM  PARM 'V' KEEPS VALURPT'S PRICED VALUATION  *
000194*                    (VALIN) AS THE VALUOUT GENERATION, SO A    *
000196*                    VALUATION REPRINT SHOWS THE COSTS AS       *
000198*                    REPORTED ON THE NIGHT.                     *
000200*****************************************************************
000210
000220*****************************************************************
000230* PARM BYTE 1 SAYS WHICH FILES TO KEEP:                         *
000240*   'D'  DRWIN AND SUMIN, SAVED AS DRWOUT AND SUMOUT.  RUN THIS *
000250*        STEP STRAIGHT AFTER THE SAMPLER, BEFORE ANYTHING ELSE  *
000260*        CAN OVERWRITE THEM.  THE DRAW COUNT IS BALANCED        *
000270*        AGAINST THE TRAILER; A DIFFERENCE IS SAVED BUT ENDS    *
000280*        THE STEP WITH RC 4.                                    *
000290*   'R'  RSLTIN, SAVED AS RSLTOUT.  RUN THIS STEP AFTER         *
000300*        DISPCAPT, WITH SUMIN STILL THE SAMPLE'S TRAILER.       *
000303*   'V'  VALIN, SAVED AS VALUOUT.  RUN THIS STEP AFTER VALURPT, *
000306*        WITH SUMIN STILL THE SAMPLE'S TRAILER.                 *
000310* THE RUN DATE AND JOB ID ALWAYS COME FROM THE SUMIN TRAILER.   *
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DRW-FILE ASSIGN TO DRWIN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-DRW-STATUS.
000400
000410     SELECT SUM-FILE ASSIGN TO SUMIN
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-SUM-STATUS.
000440
000450     SELECT RSLT-FILE ASSIGN TO RSLTIN
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RSLT-STATUS.
000472
000474     SELECT VAL-FILE ASSIGN TO VALIN
000476         ORGANIZATION IS SEQUENTIAL
000478         FILE STATUS IS WS-VAL-STATUS.
000480
000490     SELECT GEN-FILE ASSIGN TO GENSTOR
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS GEN-KEY
000530         FILE STATUS IS WS-GEN-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DRW-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY DRWREC.
000610
000620 FD  SUM-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SUMREC.
000660
000670 FD  RSLT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY RSLTREC.
000710
000711 FD  VAL-FILE
000712     RECORDING MODE IS F
000713     LABEL RECORDS ARE STANDARD.
000714 COPY VALREC.
000715
000720 FD  GEN-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY GENREC.
000750
000760 WORKING-STORAGE SECTION.
000770
000780 01  WS-EOF-SWITCHES.
000790     05  WS-DRW-EOF-SW            PIC X(01) VALUE 'N'.
000800         88  WS-DRW-EOF                   VALUE 'Y'.
000810     05  WS-SUM-EOF-SW            PIC X(01) VALUE 'N'.
000820         88  WS-SUM-EOF                   VALUE 'Y'.
000830     05  WS-RSLT-EOF-SW           PIC X(01) VALUE 'N'.
000840         88  WS-RSLT-EOF                  VALUE 'Y'.
000843     05  WS-VAL-EOF-SW            PIC X(01) VALUE 'N'.
000846         88  WS-VAL-EOF                   VALUE 'Y'.
000850
000860 01  WS-FILE-STATUSES.
000870     05  WS-DRW-STATUS            PIC X(02) VALUE '00'.
000880     05  WS-SUM-STATUS            PIC X(02) VALUE '00'.
000890     05  WS-RSLT-STATUS           PIC X(02) VALUE '00'.
000895     05  WS-VAL-STATUS            PIC X(02) VALUE '00'.
000900     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.
000910
000920 01  WS-SAVE-WORK.
000930     05  WS-RUN-DATE              PIC X(08).
000940     05  WS-JOB-ID                PIC X(08).
000950     05  WS-GEN-FILE-ID           PIC X(08).
000960     05  WS-GEN-SEQ               PIC 9(05).
000970     05  WS-EXPECTED-DRAWS        PIC 9(05).
000980
000990 01  WS-SAVE-COUNTS.
001000     05  WS-DRW-SAVED             PIC 9(05) VALUE 0.
001010     05  WS-SUM-SAVED             PIC 9(05) VALUE 0.
001020     05  WS-RSLT-SAVED            PIC 9(05) VALUE 0.
001025     05  WS-VAL-SAVED             PIC 9(05) VALUE 0.
001030     05  WS-RECORDS-REPLACED      PIC 9(05) VALUE 0.
001040
001050 COPY GENPARM.
001060
001070 LINKAGE SECTION.
001080 01  WS-PARM-AREA.
001090     05  WS-PARM-LEN              PIC S9(04) COMP.
001100     05  WS-PARM-DATA.
001110         10  WS-PARM-SAVE-SET     PIC X(01).
001120             88  WS-SAVE-DRAWS            VALUE 'D'.
001130             88  WS-SAVE-RESULTS          VALUE 'R'.
001135             88  WS-SAVE-VALUATION        VALUE 'V'.
001140
001150 PROCEDURE DIVISION USING WS-PARM-AREA.
001160
001170*****************************************************************
001180* 0000-MAINLINE - SAVE THE FILES THE PARM NAMES UNDER THE       *
001190* TRAILER'S RUN DATE AND POST EACH TO THE GENERATION INDEX.     *
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001230     IF WS-SAVE-DRAWS
001240         PERFORM 2000-SAVE-DRAWS THRU 2000-EXIT
001250         PERFORM 3000-SAVE-SUMMARY THRU 3000-EXIT
001260         DISPLAY 'GENSAVE: RUN DATE . . . . . . . : '
001270             WS-RUN-DATE
001280         DISPLAY 'GENSAVE: DRAW RECORDS SAVED . . : '
001290             WS-DRW-SAVED
001300         DISPLAY 'GENSAVE: TRAILER RECORDS SAVED. : '
001310             WS-SUM-SAVED
001320     ELSE
001324         IF WS-SAVE-RESULTS
001328             PERFORM 4000-SAVE-RESULTS THRU 4000-EXIT
001332             DISPLAY 'GENSAVE: RUN DATE . . . . . . . : '
001336                 WS-RUN-DATE
001340             DISPLAY 'GENSAVE: RESULT RECORDS SAVED . : '
001344                 WS-RSLT-SAVED
001348         ELSE
001352             PERFORM 4500-SAVE-VALUATION THRU 4500-EXIT
001356             DISPLAY 'GENSAVE: RUN DATE . . . . . . . : '
001360                 WS-RUN-DATE
001364             DISPLAY 'GENSAVE: VALUATION RECORDS SAVED: '
001368                 WS-VAL-SAVED
001372         END-IF
001380     END-IF
001390     DISPLAY 'GENSAVE: OLD RECORDS REPLACED . : '
001400         WS-RECORDS-REPLACED
001410     IF WS-SAVE-DRAWS
001420         AND WS-DRW-SAVED NOT = WS-EXPECTED-DRAWS
001430         DISPLAY 'GENSAVE: DRAW COUNT ' WS-DRW-SAVED
001440             ' DOES NOT BALANCE TO TRAILER ' WS-EXPECTED-DRAWS
001450         MOVE 4 TO RETURN-CODE
001460     END-IF
001470     GO TO 9999-EXIT-PROGRAM.
001480
001490*****************************************************************
001500* 1000-INITIALIZE-RUN - CHECK THE PARM, TAKE THE RUN DATE AND   *
001510* JOB ID FROM THE TRAILER (NO TRAILER IS FATAL), AND OPEN THE   *
001520* GENERATION STORE, CREATING IT ON ITS FIRST USE.               *
001530*****************************************************************
001540 1000-INITIALIZE-RUN.
001550     IF WS-PARM-LEN < 1
001560         DISPLAY 'GENSAVE: PARM MUST BE D (DRAWS AND TRAILER), '
001570             'R (RESULTS) OR V (VALUATION) - NOTHING SAVED'
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 9999-EXIT-PROGRAM
001600     END-IF
001610     IF NOT WS-SAVE-DRAWS
001620         AND NOT WS-SAVE-RESULTS
001627         AND NOT WS-SAVE-VALUATION
001634         DISPLAY 'GENSAVE: PARM MUST BE D (DRAWS AND TRAILER), '
001641             'R (RESULTS) OR V (VALUATION) - NOTHING SAVED'
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT-PROGRAM
001670     END-IF
001680     OPEN INPUT SUM-FILE
001690     IF WS-SUM-STATUS NOT = '00'
001700         DISPLAY 'GENSAVE: SUMMARY FILE OPEN FAILED, STATUS='
001710             WS-SUM-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         GO TO 9999-EXIT-PROGRAM
001740     END-IF
001750     PERFORM 1100-READ-SUM-FILE THRU 1100-EXIT
001760     IF WS-SUM-EOF
001770         DISPLAY 'GENSAVE: NO SUMMARY TRAILER RECORD FOUND'
001780         MOVE 16 TO RETURN-CODE
001790         GO TO 9999-EXIT-PROGRAM
001800     END-IF
001810     MOVE SUM-RUN-DATE TO WS-RUN-DATE
001820     MOVE SUM-JOB-ID TO WS-JOB-ID
001830     COMPUTE WS-EXPECTED-DRAWS = SUM-TOTAL-DRAWS + SUM-ALT-COUNT
001840     OPEN I-O GEN-FILE
001850     IF WS-GEN-STATUS = '35'
001860         OPEN OUTPUT GEN-FILE
001870         CLOSE GEN-FILE
001880         OPEN I-O GEN-FILE
001890     END-IF
001900     IF WS-GEN-STATUS NOT = '00'
001910         DISPLAY 'GENSAVE: GENERATION STORE OPEN FAILED, STATUS='
001920             WS-GEN-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-EXIT-PROGRAM
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980
001990 1100-READ-SUM-FILE.
002000     READ SUM-FILE
002010         AT END
002020             SET WS-SUM-EOF TO TRUE
002030     END-READ.
002040 1100-EXIT.
002050     EXIT.
002060
002070 1200-READ-DRW-FILE.
002080     READ DRW-FILE
002090         AT END
002100             SET WS-DRW-EOF TO TRUE
002110     END-READ.
002120 1200-EXIT.
002130     EXIT.
002140
002150 1300-READ-RSLT-FILE.
002160     READ RSLT-FILE
002170         AT END
002180             SET WS-RSLT-EOF TO TRUE
002190     END-READ.
002200 1300-EXIT.
002201     EXIT.
002202
002203 1400-READ-VAL-FILE.
002204     READ VAL-FILE
002205         AT END
002206             SET WS-VAL-EOF TO TRUE
002207     END-READ.
002208 1400-EXIT.
002210     EXIT.
002220
002230*****************************************************************
002240* 2000-SAVE-DRAWS - REPLACE ANY EARLIER DRWOUT GENERATION FOR   *
002250* THE RUN DATE WITH TODAY'S DRAW FILE AND POST IT.              *
002260*****************************************************************
002270 2000-SAVE-DRAWS.
002280     OPEN INPUT DRW-FILE
002290     IF WS-DRW-STATUS NOT = '00'
002300         DISPLAY 'GENSAVE: DRAW FILE OPEN FAILED, STATUS='
002310             WS-DRW-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 9999-EXIT-PROGRAM
002340     END-IF
002350     MOVE 'DRWOUT  ' TO WS-GEN-FILE-ID
002360     PERFORM 5000-CLEAR-GENERATION THRU 5000-EXIT
002370     PERFORM 1200-READ-DRW-FILE THRU 1200-EXIT
002380     PERFORM 2100-SAVE-ONE-DRAW THRU 2100-EXIT
002390         UNTIL WS-DRW-EOF
002400     CLOSE DRW-FILE
002410     MOVE WS-DRW-SAVED TO GEN-CTL-REC-COUNT
002420     PERFORM 5200-POST-GENERATION THRU 5200-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450
002460 2100-SAVE-ONE-DRAW.
002470     MOVE SPACES TO GEN-IMAGE
002480     MOVE DRW-RECORD TO GEN-IMAGE
002490     PERFORM 5100-WRITE-GENERATION THRU 5100-EXIT
002500     ADD 1 TO WS-DRW-SAVED
002510     PERFORM 1200-READ-DRW-FILE THRU 1200-EXIT.
002520 2100-EXIT.
002530     EXIT.
002540
002550*****************************************************************
002560* 3000-SAVE-SUMMARY - THE TRAILER IN HAND FROM 1000 IS THE      *
002570* FIRST RECORD; ANY OTHERS ON SUMIN FOLLOW IT.                  *
002580*****************************************************************
002590 3000-SAVE-SUMMARY.
002600     MOVE 'SUMOUT  ' TO WS-GEN-FILE-ID
002610     PERFORM 5000-CLEAR-GENERATION THRU 5000-EXIT
002620     PERFORM 3100-SAVE-ONE-TRAILER THRU 3100-EXIT
002630         UNTIL WS-SUM-EOF
002640     MOVE WS-SUM-SAVED TO GEN-CTL-REC-COUNT
002650     PERFORM 5200-POST-GENERATION THRU 5200-EXIT.
002660 3000-EXIT.
002670     EXIT.
002680
002690 3100-SAVE-ONE-TRAILER.
002700     MOVE SPACES TO GEN-IMAGE
002710     MOVE SUM-RECORD TO GEN-IMAGE
002720     PERFORM 5100-WRITE-GENERATION THRU 5100-EXIT
002730     ADD 1 TO WS-SUM-SAVED
002740     PERFORM 1100-READ-SUM-FILE THRU 1100-EXIT.
002750 3100-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790* 4000-SAVE-RESULTS - REPLACE ANY EARLIER RSLTOUT GENERATION    *
002800* FOR THE RUN DATE WITH THE COMPLETED RESULTS AND POST IT.      *
002810*****************************************************************
002820 4000-SAVE-RESULTS.
002830     OPEN INPUT RSLT-FILE
002840     IF WS-RSLT-STATUS NOT = '00'
002850         DISPLAY 'GENSAVE: RESULTS FILE OPEN FAILED, STATUS='
002860             WS-RSLT-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 9999-EXIT-PROGRAM
002890     END-IF
002900     MOVE 'RSLTOUT ' TO WS-GEN-FILE-ID
002910     PERFORM 5000-CLEAR-GENERATION THRU 5000-EXIT
002920     PERFORM 1300-READ-RSLT-FILE THRU 1300-EXIT
002930     PERFORM 4100-SAVE-ONE-RESULT THRU 4100-EXIT
002940         UNTIL WS-RSLT-EOF
002950     CLOSE RSLT-FILE
002960     MOVE WS-RSLT-SAVED TO GEN-CTL-REC-COUNT
002970     PERFORM 5200-POST-GENERATION THRU 5200-EXIT.
002980 4000-EXIT.
002990     EXIT.
003000
003010 4100-SAVE-ONE-RESULT.
003020     MOVE SPACES TO GEN-IMAGE
003030     MOVE RSLT-RECORD TO GEN-IMAGE
003040     PERFORM 5100-WRITE-GENERATION THRU 5100-EXIT
003050     ADD 1 TO WS-RSLT-SAVED
003060     PERFORM 1300-READ-RSLT-FILE THRU 1300-EXIT.
003070 4100-EXIT.
003080     EXIT.
003090
003100*****************************************************************
003101* 4500-SAVE-VALUATION - REPLACE ANY EARLIER VALUOUT GENERATION  *
003102* FOR THE RUN DATE WITH THE PRICED VALUATION AND POST IT.       *
003103*****************************************************************
003104 4500-SAVE-VALUATION.
003105     OPEN INPUT VAL-FILE
003106     IF WS-VAL-STATUS NOT = '00'
003107         DISPLAY 'GENSAVE: VALUATION FILE OPEN FAILED, STATUS='
003108             WS-VAL-STATUS
003109         MOVE 16 TO RETURN-CODE
003110         GO TO 9999-EXIT-PROGRAM
003111     END-IF
003112     MOVE 'VALUOUT ' TO WS-GEN-FILE-ID
003113     PERFORM 5000-CLEAR-GENERATION THRU 5000-EXIT
003114     PERFORM 1400-READ-VAL-FILE THRU 1400-EXIT
003115     PERFORM 4600-SAVE-ONE-VALUATION THRU 4600-EXIT
003116         UNTIL WS-VAL-EOF
003117     CLOSE VAL-FILE
003118     MOVE WS-VAL-SAVED TO GEN-CTL-REC-COUNT
003119     PERFORM 5200-POST-GENERATION THRU 5200-EXIT.
003120 4500-EXIT.
003121     EXIT.
003122
003123 4600-SAVE-ONE-VALUATION.
003124     MOVE SPACES TO GEN-IMAGE
003125     MOVE VAL-RECORD TO GEN-IMAGE
003126     PERFORM 5100-WRITE-GENERATION THRU 5100-EXIT
003127     ADD 1 TO WS-VAL-SAVED
003128     PERFORM 1400-READ-VAL-FILE THRU 1400-EXIT.
003129 4600-EXIT.
003130     EXIT.
003131
003132*****************************************************************
003133* 5000-CLEAR-GENERATION - A RERUN REPLACES THE GENERATION: ITS  *
003134* RECORDS ARE NUMBERED FROM 1 WITH NO GAPS, SO DELETE FROM 1    *
003135* UNTIL ONE IS NOT FOUND, THEN START THE NEW ONE AT 1.          *
003140*****************************************************************
003150 5000-CLEAR-GENERATION.
003160     MOVE 0 TO WS-GEN-SEQ
003170     MOVE '00' TO WS-GEN-STATUS
003180     PERFORM 5010-DELETE-ONE-RECORD THRU 5010-EXIT
003190         UNTIL WS-GEN-STATUS = '23'
003200     MOVE 0 TO WS-GEN-SEQ.
003210 5000-EXIT.
003220     EXIT.
003230
003240 5010-DELETE-ONE-RECORD.
003250     ADD 1 TO WS-GEN-SEQ
003260     MOVE WS-RUN-DATE TO GEN-RUN-DATE
003270     MOVE WS-GEN-FILE-ID TO GEN-FILE-ID
003280     MOVE WS-GEN-SEQ TO GEN-REC-SEQ
003290     DELETE GEN-FILE RECORD
003300     IF WS-GEN-STATUS = '00'
003310         ADD 1 TO WS-RECORDS-REPLACED
003320         GO TO 5010-EXIT
003330     END-IF
003340     IF WS-GEN-STATUS NOT = '23'
003350         DISPLAY 'GENSAVE: GENERATION DELETE FAILED, STATUS='
003360             WS-GEN-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 9999-EXIT-PROGRAM
003390     END-IF.
003400 5010-EXIT.
003410     EXIT.
003420
003430 5100-WRITE-GENERATION.
003440     ADD 1 TO WS-GEN-SEQ
003450     MOVE WS-RUN-DATE TO GEN-RUN-DATE
003460     MOVE WS-GEN-FILE-ID TO GEN-FILE-ID
003470     MOVE WS-GEN-SEQ TO GEN-REC-SEQ
003480     WRITE GEN-RECORD
003490     IF WS-GEN-STATUS NOT = '00'
003500         DISPLAY 'GENSAVE: GENERATION WRITE FAILED, STATUS='
003510             WS-GEN-STATUS ' FILE ' WS-GEN-FILE-ID
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 9999-EXIT-PROGRAM
003540     END-IF.
003550 5100-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 5200-POST-GENERATION - RECORD THE SAVED FILE AND ITS COUNT    *
003600* IN THE GENERATION INDEX.  THE CALLER SETS GEN-CTL-REC-COUNT.  *
003610*****************************************************************
003620 5200-POST-GENERATION.
003630     MOVE 'P' TO GEN-CTL-FUNCTION
003640     MOVE WS-RUN-DATE TO GEN-CTL-RUN-DATE
003650     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
003660     MOVE WS-JOB-ID TO GEN-CTL-JOB-ID
003670     CALL 'GENCTL' USING GEN-CTL-PARM
003680     IF NOT GEN-CTL-OK
003690         DISPLAY 'GENSAVE: GENERATION INDEX POST FAILED FOR '
003700             WS-GEN-FILE-ID
003710         MOVE 16 TO RETURN-CODE
003720         GO TO 9999-EXIT-PROGRAM
003730     END-IF.
003740 5200-EXIT.
003750     EXIT.
003760
003770 9999-EXIT-PROGRAM.
003780     CLOSE SUM-FILE
003790     CLOSE GEN-FILE
003800     STOP RUN.
