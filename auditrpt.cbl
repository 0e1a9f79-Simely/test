000220*                    BEFORE OPENING ITS INPUTS, AND POSTS ITS   *
000230*                    OWN START, COMPLETION, AND RETURN CODE     *
000240*                    THROUGH CHNCTL.                            *
000241*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000242*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000243*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000244*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000245*                    NOT CLEAN.                                 *
000246*   10/15/2026  DJM  REPRINT BY RUN DATE - A PARM RUN DATE      *
000247*                    (YYYYMMDD) REPRINTS THAT RUN FROM THE DRAW *
000248*                    FILE AND TRAILER KEPT ON THE GENERATION    *
000249*                    STORE, MARKED AS A REPRINT ON THE HEADING, *
000250*                    WITHOUT CHAIN CONTROL.  A RUN NO LONGER    *
000251*                    RETAINED, OR NEVER SAVED, ENDS WITH RC 8   *
000252*                    AND NO REPORT.                             *
000253*****************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-SUM-STATUS.

000341     SELECT GEN-FILE ASSIGN TO GENSTOR
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS RANDOM
000344         RECORD KEY IS GEN-KEY
000345         FILE STATUS IS WS-GEN-STATUS.

000350     SELECT RPT-FILE ASSIGN TO RPTOUT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RPT-STATUS.
000460     LABEL RECORDS ARE STANDARD.
000470 COPY SUMREC.

000472 FD  GEN-FILE
000474     LABEL RECORDS ARE STANDARD.
000476 COPY GENREC.

000480 FD  RPT-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000590     05  WS-DRW-STATUS            PIC X(02) VALUE '00'.
000600     05  WS-SUM-STATUS            PIC X(02) VALUE '00'.
000610     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000615     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.

000620 01  WS-CHAIN-WORK.
000630     05  WS-CHN-RUN-DATE          PIC 9(08).
000650         88  WS-CHN-STARTED              VALUE 'Y'.
000660 COPY CHNPARM.

000661*****************************************************************
000662* REPRINT OF A RETAINED RUN FROM THE GENERATION STORE.  THE     *
000663* RECORD COUNTS COME FROM THE GENERATION INDEX THROUGH GENCTL;  *
000664* EACH FILE IS READ BACK BY KEY, RECORD 1 UP TO ITS COUNT.      *
000665*****************************************************************
000666 01  WS-REPRINT-WORK.
000667     05  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
000668         88  WS-REPRINT                   VALUE 'Y'.
000669     05  WS-REPRINT-DATE          PIC X(08).
000670     05  WS-GEN-FILE-ID           PIC X(08).
000671     05  WS-DRW-GEN-COUNT         PIC 9(05) VALUE 0.
000672     05  WS-DRW-GEN-SEQ           PIC 9(05) VALUE 0.
000673     05  WS-SUM-GEN-COUNT         PIC 9(05) VALUE 0.
000674     05  WS-SUM-GEN-SEQ           PIC 9(05) VALUE 0.
000675 COPY GENPARM.

000676 01  WS-REPORT-CONTROLS.
000680     05  WS-LINE-COUNT            PIC 9(03) VALUE 0.
000690     05  WS-BUCKET-IX             PIC 9(01).

000750 01  WS-HEADING-LINE-1.
000760     05  FILLER                   PIC X(28)
000770         VALUE 'SHELF-AUDIT SAMPLING REPORT'.
000775     05  WS-H1-REPRINT-TAG        PIC X(09) VALUE SPACES.

000780 01  WS-HEADING-LINE-2.
000790     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
001120     05  FILLER                   PIC X(05) VALUE ' . : '.
001130     05  WS-B-TOTAL               PIC ZZ9.

001132 LINKAGE SECTION.
001134 01  WS-PARM-AREA.
001136     05  WS-PARM-LEN              PIC S9(04) COMP.
001138     05  WS-PARM-DATA.
001140         10  WS-PARM-RUN-DATE     PIC X(08).

001142 PROCEDURE DIVISION USING WS-PARM-AREA.

001150*****************************************************************
001160* 0000-MAINLINE - READ THE SAMPLING RUN'S DRAW FILE AND SUMMARY *
001250     GO TO 9999-EXIT-PROGRAM.

001260*****************************************************************
001266* 1000-INITIALIZE-RUN - OPEN THE FILES AND PRIME BOTH READS.  A *
001272* REPRINT READS BOTH BACK FROM THE GENERATION STORE INSTEAD.    *
001280*****************************************************************
001290 1000-INITIALIZE-RUN.
001291     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
001292     IF WS-REPRINT
001293         PERFORM 1060-OPEN-GENERATIONS THRU 1060-EXIT
001294         GO TO 1000-OPEN-REPORT
001295     END-IF
001300     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
001310     MOVE 'V' TO CHN-CTL-FUNCTION
001320     MOVE 'AUDITRPT' TO CHN-CTL-JOB-ID
001330     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
001340     MOVE 0 TO CHN-CTL-RC
001350     CALL 'CHNCTL' USING CHN-CTL-PARM
001360     IF NOT CHN-CTL-OK
001370         DISPLAY 'AUDITRPT: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001380             ' NOT CLEAN - STEP HELD'
001390         MOVE 16 TO RETURN-CODE
001400         GO TO 9999-EXIT-PROGRAM
001410     END-IF
001600         DISPLAY 'AUDITRPT: NO SUMMARY FILE FOUND, STATUS='
001610             WS-SUM-STATUS
001620         SET WS-SUM-EOF TO TRUE
001626     END-IF.
001632 1000-OPEN-REPORT.
001640     OPEN OUTPUT RPT-FILE
001650     IF WS-RPT-STATUS NOT = '00'
001660         DISPLAY 'AUDITRPT: REPORT FILE OPEN FAILED, STATUS='
001730 1000-EXIT.
001740     EXIT.

001741*****************************************************************
001742* 1050-LOAD-PARM - A PARM RUN DATE (YYYYMMDD) ASKS FOR A        *
001743* REPRINT OF THAT RUN FROM THE GENERATION STORE.  NO PARM IS    *
001744* THE NORMAL NIGHTLY RUN.                                       *
001745*****************************************************************
001746 1050-LOAD-PARM.
001747     IF WS-PARM-LEN = 0
001748         GO TO 1050-EXIT
001749     END-IF
001750     IF WS-PARM-LEN < 8
001751         OR WS-PARM-RUN-DATE NOT NUMERIC
001752         OR WS-PARM-RUN-DATE = '00000000'
001753         DISPLAY 'AUDITRPT: PARM MUST BE A RUN DATE, YYYYMMDD'
001754         MOVE 16 TO RETURN-CODE
001755         GO TO 9999-EXIT-PROGRAM
001756     END-IF
001757     SET WS-REPRINT TO TRUE
001758     MOVE WS-PARM-RUN-DATE TO WS-REPRINT-DATE.
001759 1050-EXIT.
001760     EXIT.

001761*****************************************************************
001762* 1060-OPEN-GENERATIONS - CONFIRM THE RUN'S DRAW FILE AND       *
001763* TRAILER ARE STILL RETAINED, THEN OPEN THE GENERATION STORE.   *
001764* A REPRINT IS NOT A CHAIN STEP: IT NEITHER VERIFIES NOR POSTS  *
001765* THROUGH CHNCTL.                                               *
001766*****************************************************************
001767 1060-OPEN-GENERATIONS.
001768     MOVE 'DRWOUT  ' TO WS-GEN-FILE-ID
001769     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001770     MOVE GEN-CTL-REC-COUNT TO WS-DRW-GEN-COUNT
001771     MOVE 'SUMOUT  ' TO WS-GEN-FILE-ID
001772     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001773     MOVE GEN-CTL-REC-COUNT TO WS-SUM-GEN-COUNT
001774     OPEN INPUT GEN-FILE
001775     IF WS-GEN-STATUS NOT = '00'
001776         DISPLAY 'AUDITRPT: GENERATION STORE OPEN FAILED, STATUS='
001777             WS-GEN-STATUS
001778         MOVE 16 TO RETURN-CODE
001779         GO TO 9999-EXIT-PROGRAM
001780     END-IF
001781     MOVE '- REPRINT' TO WS-H1-REPRINT-TAG.
001782 1060-EXIT.
001783     EXIT.

001784*****************************************************************
001785* 1070-CHECK-GENERATION - A RUN PURGED FROM THE STORE, OR A     *
001786* FILE NEVER SAVED FOR IT, ENDS THE STEP WITH RC 8 BEFORE ANY   *
001787* OUTPUT IS OPENED, SO NO EMPTY REPORT IS EVER PRINTED FOR IT.  *
001788*****************************************************************
001789 1070-CHECK-GENERATION.
001790     MOVE 'C' TO GEN-CTL-FUNCTION
001791     MOVE WS-REPRINT-DATE TO GEN-CTL-RUN-DATE
001792     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
001793     CALL 'GENCTL' USING GEN-CTL-PARM
001794     IF NOT GEN-CTL-OK
001795         DISPLAY 'AUDITRPT: GENERATION INDEX CHECK FAILED'
001796         MOVE 16 TO RETURN-CODE
001797         GO TO 9999-EXIT-PROGRAM
001798     END-IF
001799     IF GEN-CTL-PURGED
001800         DISPLAY 'AUDITRPT: RUN DATE ' WS-REPRINT-DATE
001801             ' IS NO LONGER RETAINED - PURGED '
001802             GEN-CTL-PURGED-DATE
001803         MOVE 8 TO RETURN-CODE
001804         GO TO 9999-EXIT-PROGRAM
001805     END-IF
001806     IF GEN-CTL-NEVER-SAVED
001807         DISPLAY 'AUDITRPT: NO ' WS-GEN-FILE-ID
001808             ' GENERATION WAS SAVED FOR RUN DATE ' WS-REPRINT-DATE
001809         MOVE 8 TO RETURN-CODE
001810         GO TO 9999-EXIT-PROGRAM
001811     END-IF.
001812 1070-EXIT.
001813     EXIT.

001814 1100-READ-SUM-FILE.
001815     IF WS-REPRINT
001816         PERFORM 1150-READ-SUM-GENERATION THRU 1150-EXIT
001817         GO TO 1100-EXIT
001818     END-IF
001819     IF NOT WS-SUM-EOF
001820         READ SUM-FILE
001821             AT END
001822                 SET WS-SUM-EOF TO TRUE
001823         END-READ
001824     END-IF.
001825 1100-EXIT.
001830     EXIT.

001831 1150-READ-SUM-GENERATION.
001832     IF WS-SUM-GEN-SEQ NOT < WS-SUM-GEN-COUNT
001833         SET WS-SUM-EOF TO TRUE
001834         GO TO 1150-EXIT
001835     END-IF
001836     ADD 1 TO WS-SUM-GEN-SEQ
001837     MOVE 'SUMOUT  ' TO GEN-FILE-ID
001838     MOVE WS-SUM-GEN-SEQ TO GEN-REC-SEQ
001839     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
001840     MOVE GEN-IMAGE TO SUM-RECORD.
001841 1150-EXIT.
001842     EXIT.

001843 1200-READ-DRW-FILE.
001844     IF WS-REPRINT
001845         PERFORM 1250-READ-DRW-GENERATION THRU 1250-EXIT
001846         GO TO 1200-EXIT
001847     END-IF
001850     READ DRW-FILE
001860         AT END
001870             SET WS-DRW-EOF TO TRUE
001880     END-READ.
001890 1200-EXIT.
001891     EXIT.

001892 1250-READ-DRW-GENERATION.
001893     IF WS-DRW-GEN-SEQ NOT < WS-DRW-GEN-COUNT
001894         SET WS-DRW-EOF TO TRUE
001895         GO TO 1250-EXIT
001896     END-IF
001897     ADD 1 TO WS-DRW-GEN-SEQ
001898     MOVE 'DRWOUT  ' TO GEN-FILE-ID
001899     MOVE WS-DRW-GEN-SEQ TO GEN-REC-SEQ
001900     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
001901     MOVE GEN-IMAGE TO DRW-RECORD.
001902 1250-EXIT.
001903     EXIT.

001904 1800-READ-GEN-FILE.
001905     MOVE WS-REPRINT-DATE TO GEN-RUN-DATE
001906     READ GEN-FILE
001907     IF WS-GEN-STATUS NOT = '00'
001908         DISPLAY 'AUDITRPT: GENERATION READ FAILED, STATUS='
001909             WS-GEN-STATUS ' KEY ' GEN-KEY
001910         MOVE 16 TO RETURN-CODE
001911         GO TO 9999-EXIT-PROGRAM
001912     END-IF.
001913 1800-EXIT.
001914     EXIT.

001915*****************************************************************
001920* 1900-CHECK-RPT-STATUS - CALLED AFTER EVERY WRITE RPT-LINE SO A *
001930* FAILURE PARTWAY THROUGH THE REPORT (E.G. DISK FULL) IS CAUGHT  *
001940* INSTEAD OF LEAVING A SILENTLY TRUNCATED REPORT WITH A ZERO     *
002840     END-IF
002850     CLOSE DRW-FILE
002860     CLOSE SUM-FILE
002865     CLOSE GEN-FILE
002870     CLOSE RPT-FILE
002880     STOP RUN.
