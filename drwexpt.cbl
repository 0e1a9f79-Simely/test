000240*                    BEFORE EXPORTING, AND POSTS ITS OWN        *
000250*                    START, COMPLETION, AND RETURN CODE         *
000260*                    THROUGH CHNCTL.                            *
000261*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000262*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000263*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000264*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000265*                    NOT CLEAN.                                 *
000266*   10/15/2026  DJM  REPRINT BY RUN DATE - A PARM RUN DATE      *
000267*                    (YYYYMMDD) RE-EXPORTS THAT RUN FROM THE    *
000268*                    DRAW FILE AND TRAILER KEPT ON THE          *
000269*                    GENERATION STORE, WITHOUT CHAIN CONTROL.   *
000270*                    THE FILE THEN OPENS WITH A REPRINT ROW     *
000271*                    AHEAD OF THE HEADER ROW, SO IT IS NOT      *
000272*                    TAKEN FOR THE NIGHT'S UPLOAD.  A RUN NO    *
000273*                    LONGER RETAINED, OR NEVER SAVED, ENDS WITH *
000274*                    RC 8 AND NO FILE.                          *
000275*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-SUM-STATUS.

000361     SELECT GEN-FILE ASSIGN TO GENSTOR
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS GEN-KEY
000365         FILE STATUS IS WS-GEN-STATUS.

000370     SELECT EXP-FILE ASSIGN TO EXPOUT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-EXP-STATUS.
000480     LABEL RECORDS ARE STANDARD.
000490 COPY SUMREC.

000492 FD  GEN-FILE
000494     LABEL RECORDS ARE STANDARD.
000496 COPY GENREC.

000500 FD  EXP-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000610     05  WS-DRW-STATUS            PIC X(02) VALUE '00'.
000620     05  WS-SUM-STATUS            PIC X(02) VALUE '00'.
000630     05  WS-EXP-STATUS            PIC X(02) VALUE '00'.
000635     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.

000640 01  WS-CHAIN-WORK.
000650     05  WS-CHN-RUN-DATE          PIC 9(08).
000670         88  WS-CHN-STARTED              VALUE 'Y'.
000680 COPY CHNPARM.

000681*****************************************************************
000682* REPRINT OF A RETAINED RUN FROM THE GENERATION STORE.  THE     *
000683* RECORD COUNTS COME FROM THE GENERATION INDEX THROUGH GENCTL;  *
000684* EACH FILE IS READ BACK BY KEY, RECORD 1 UP TO ITS COUNT.      *
000685*****************************************************************
000686 01  WS-REPRINT-WORK.
000687     05  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
000688         88  WS-REPRINT                   VALUE 'Y'.
000689     05  WS-REPRINT-DATE          PIC X(08).
000690     05  WS-GEN-FILE-ID           PIC X(08).
000691     05  WS-DRW-GEN-COUNT         PIC 9(05) VALUE 0.
000692     05  WS-DRW-GEN-SEQ           PIC 9(05) VALUE 0.
000693     05  WS-SUM-GEN-COUNT         PIC 9(05) VALUE 0.
000694     05  WS-SUM-GEN-SEQ           PIC 9(05) VALUE 0.
000695 COPY GENPARM.

000696 01  WS-EXPORT-WORK.
000700     05  WS-ROWS-WRITTEN          PIC 9(03) VALUE 0.
000710     05  WS-CALLNO-DISP           PIC 9(04).
000720     05  WS-SCAN-IX               PIC 9(02) COMP.
000780     05  FILLER                   PIC X(18) VALUE
000790         'ONLOAN,DUEDATE,ALT'.

000792 01  WS-REPRINT-ROW.
000794     05  FILLER                   PIC X(08) VALUE 'REPRINT,'.
000796     05  WS-R-RUN-DATE            PIC X(08).

000798 LINKAGE SECTION.
000800 01  WS-PARM-AREA.
000802     05  WS-PARM-LEN              PIC S9(04) COMP.
000804     05  WS-PARM-DATA.
000806         10  WS-PARM-RUN-DATE     PIC X(08).

000808 PROCEDURE DIVISION USING WS-PARM-AREA.

000810*****************************************************************
000820* 0000-MAINLINE - READ THE TRAILER FOR THE RUN-LEVEL COLUMNS,   *
000920*****************************************************************
000930* 1000-INITIALIZE-RUN - OPEN THE FILES, READ THE ONE SUMMARY    *
000940* TRAILER (WITHOUT IT THE RUN-LEVEL COLUMNS WOULD BE GARBAGE,   *
000945* SO NO TRAILER IS FATAL), AND PUT OUT THE HEADER ROW.  A       *
000950* REPRINT READS BOTH BACK FROM THE GENERATION STORE AND PUTS    *
000955* ITS REPRINT ROW OUT FIRST.                                    *
000960*****************************************************************
000970 1000-INITIALIZE-RUN.
000971     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
000972     IF WS-REPRINT
000973         PERFORM 1060-OPEN-GENERATIONS THRU 1060-EXIT
000974         GO TO 1000-OPEN-EXPORT
000975     END-IF
000980     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
000990     MOVE 'V' TO CHN-CTL-FUNCTION
001000     MOVE 'DRWEXPT ' TO CHN-CTL-JOB-ID
001010     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
001020     MOVE 0 TO CHN-CTL-RC
001030     CALL 'CHNCTL' USING CHN-CTL-PARM
001040     IF NOT CHN-CTL-OK
001050         DISPLAY 'DRWEXPT: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001060             ' NOT CLEAN - STEP HELD'
001070         MOVE 16 TO RETURN-CODE
001080         GO TO 9999-EXIT-PROGRAM
001090     END-IF
001290             WS-SUM-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT-PROGRAM
001316     END-IF.
001322 1000-OPEN-EXPORT.
001330     OPEN OUTPUT EXP-FILE
001340     IF WS-EXP-STATUS NOT = '00'
001350         DISPLAY 'DRWEXPT: EXPORT FILE OPEN FAILED, STATUS='
001370         MOVE 16 TO RETURN-CODE
001380         GO TO 9999-EXIT-PROGRAM
001390     END-IF
001395     IF WS-REPRINT
001400         PERFORM 1250-READ-SUM-GENERATION THRU 1250-EXIT
001405     ELSE
001410         READ SUM-FILE
001415             AT END
001420                 SET WS-SUM-EOF TO TRUE
001425         END-READ
001430     END-IF
001440     IF WS-SUM-EOF
001450         DISPLAY 'DRWEXPT: NO SUMMARY TRAILER RECORD FOUND'
001460         MOVE 16 TO RETURN-CODE
001470         GO TO 9999-EXIT-PROGRAM
001472     END-IF
001474     IF WS-REPRINT
001476         WRITE EXP-LINE FROM WS-REPRINT-ROW
001478         PERFORM 1900-CHECK-EXP-STATUS THRU 1900-EXIT
001480     END-IF
001490     WRITE EXP-LINE FROM WS-HEADER-LINE
001500     PERFORM 1900-CHECK-EXP-STATUS THRU 1900-EXIT
001520 1000-EXIT.
001530     EXIT.

001531*****************************************************************
001532* 1050-LOAD-PARM - A PARM RUN DATE (YYYYMMDD) ASKS FOR A        *
001533* REPRINT OF THAT RUN FROM THE GENERATION STORE.  NO PARM IS    *
001534* THE NORMAL NIGHTLY RUN.                                       *
001535*****************************************************************
001536 1050-LOAD-PARM.
001537     IF WS-PARM-LEN = 0
001538         GO TO 1050-EXIT
001539     END-IF
001540     IF WS-PARM-LEN < 8
001541         OR WS-PARM-RUN-DATE NOT NUMERIC
001542         OR WS-PARM-RUN-DATE = '00000000'
001543         DISPLAY 'DRWEXPT: PARM MUST BE A RUN DATE, YYYYMMDD'
001544         MOVE 16 TO RETURN-CODE
001545         GO TO 9999-EXIT-PROGRAM
001546     END-IF
001547     SET WS-REPRINT TO TRUE
001548     MOVE WS-PARM-RUN-DATE TO WS-REPRINT-DATE.
001549 1050-EXIT.
001550     EXIT.

001551*****************************************************************
001552* 1060-OPEN-GENERATIONS - CONFIRM THE RUN'S DRAW FILE AND       *
001553* TRAILER ARE STILL RETAINED, THEN OPEN THE GENERATION STORE.   *
001554* A REPRINT IS NOT A CHAIN STEP: IT NEITHER VERIFIES NOR POSTS  *
001555* THROUGH CHNCTL.                                               *
001556*****************************************************************
001557 1060-OPEN-GENERATIONS.
001558     MOVE 'DRWOUT  ' TO WS-GEN-FILE-ID
001559     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001560     MOVE GEN-CTL-REC-COUNT TO WS-DRW-GEN-COUNT
001561     MOVE 'SUMOUT  ' TO WS-GEN-FILE-ID
001562     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
001563     MOVE GEN-CTL-REC-COUNT TO WS-SUM-GEN-COUNT
001564     OPEN INPUT GEN-FILE
001565     IF WS-GEN-STATUS NOT = '00'
001566         DISPLAY 'DRWEXPT: GENERATION STORE OPEN FAILED, STATUS='
001567             WS-GEN-STATUS
001568         MOVE 16 TO RETURN-CODE
001569         GO TO 9999-EXIT-PROGRAM
001570     END-IF
001571     MOVE WS-REPRINT-DATE TO WS-R-RUN-DATE.
001572 1060-EXIT.
001573     EXIT.

001574*****************************************************************
001575* 1070-CHECK-GENERATION - A RUN PURGED FROM THE STORE, OR A     *
001576* FILE NEVER SAVED FOR IT, ENDS THE STEP WITH RC 8 BEFORE ANY   *
001577* OUTPUT IS OPENED, SO NO EMPTY REPORT IS EVER PRINTED FOR IT.  *
001578*****************************************************************
001579 1070-CHECK-GENERATION.
001580     MOVE 'C' TO GEN-CTL-FUNCTION
001581     MOVE WS-REPRINT-DATE TO GEN-CTL-RUN-DATE
001582     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
001583     CALL 'GENCTL' USING GEN-CTL-PARM
001584     IF NOT GEN-CTL-OK
001585         DISPLAY 'DRWEXPT: GENERATION INDEX CHECK FAILED'
001586         MOVE 16 TO RETURN-CODE
001587         GO TO 9999-EXIT-PROGRAM
001588     END-IF
001589     IF GEN-CTL-PURGED
001590         DISPLAY 'DRWEXPT: RUN DATE ' WS-REPRINT-DATE
001591             ' IS NO LONGER RETAINED - PURGED '
001592             GEN-CTL-PURGED-DATE
001593         MOVE 8 TO RETURN-CODE
001594         GO TO 9999-EXIT-PROGRAM
001595     END-IF
001596     IF GEN-CTL-NEVER-SAVED
001597         DISPLAY 'DRWEXPT: NO ' WS-GEN-FILE-ID
001598             ' GENERATION WAS SAVED FOR RUN DATE ' WS-REPRINT-DATE
001599         MOVE 8 TO RETURN-CODE
001600         GO TO 9999-EXIT-PROGRAM
001601     END-IF.
001602 1070-EXIT.
001603     EXIT.

001604 1100-READ-DRW-FILE.
001605     IF WS-REPRINT
001606         PERFORM 1150-READ-DRW-GENERATION THRU 1150-EXIT
001607         GO TO 1100-EXIT
001608     END-IF
001609     READ DRW-FILE
001610         AT END
001611             SET WS-DRW-EOF TO TRUE
001612     END-READ.
001613 1100-EXIT.
001614     EXIT.

001615 1150-READ-DRW-GENERATION.
001616     IF WS-DRW-GEN-SEQ NOT < WS-DRW-GEN-COUNT
001617         SET WS-DRW-EOF TO TRUE
001618         GO TO 1150-EXIT
001619     END-IF
001620     ADD 1 TO WS-DRW-GEN-SEQ
001621     MOVE 'DRWOUT  ' TO GEN-FILE-ID
001622     MOVE WS-DRW-GEN-SEQ TO GEN-REC-SEQ
001623     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
001624     MOVE GEN-IMAGE TO DRW-RECORD.
001625 1150-EXIT.
001626     EXIT.

001627 1250-READ-SUM-GENERATION.
001628     IF WS-SUM-GEN-SEQ NOT < WS-SUM-GEN-COUNT
001629         SET WS-SUM-EOF TO TRUE
001630         GO TO 1250-EXIT
001631     END-IF
001632     ADD 1 TO WS-SUM-GEN-SEQ
001633     MOVE 'SUMOUT  ' TO GEN-FILE-ID
001634     MOVE WS-SUM-GEN-SEQ TO GEN-REC-SEQ
001635     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
001636     MOVE GEN-IMAGE TO SUM-RECORD.
001637 1250-EXIT.
001638     EXIT.

001639 1800-READ-GEN-FILE.
001640     MOVE WS-REPRINT-DATE TO GEN-RUN-DATE
001641     READ GEN-FILE
001642     IF WS-GEN-STATUS NOT = '00'
001643         DISPLAY 'DRWEXPT: GENERATION READ FAILED, STATUS='
001644             WS-GEN-STATUS ' KEY ' GEN-KEY
001645         MOVE 16 TO RETURN-CODE
001646         GO TO 9999-EXIT-PROGRAM
001647     END-IF.
001648 1800-EXIT.
001649     EXIT.

001650 1900-CHECK-EXP-STATUS.
001651     IF WS-EXP-STATUS NOT = '00'
001652         DISPLAY 'DRWEXPT: EXPORT FILE WRITE FAILED, STATUS='
001653             WS-EXP-STATUS
001654         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT-PROGRAM
001670     END-IF.
001680 1900-EXIT.
002380     END-IF
002390     CLOSE DRW-FILE
002400     CLOSE SUM-FILE
002405     CLOSE GEN-FILE
002410     CLOSE EXP-FILE
002420     STOP RUN.
