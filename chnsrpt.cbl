000210*                    INTERLEAVED MONTHS OF HISTORY BY JOB       *
000220*                    NAME.  THE RC-OVER-04 NOTE NO LONGER       *
000230*                    TRUNCATES.                                 *
000231*   10/15/2026  DJM  RESTART-PLANNER MODE: PARM MODE 'R' AFTER  *
000232*                    THE RUN DATE READS THE CHAIN DEFINITION    *
000233*                    (CHNDEF) AND THE GENERATION'S STEP RECORDS *
000234*                    AND LISTS, IN CHAIN ORDER, EVERY STEP TO   *
000235*                    RERUN AND WHY, NUMBERED IN RERUN ORDER,    *
000236*                    AND EVERY STEP ALREADY COMPLETE THAT CAN   *
000237*                    BE SKIPPED.  A DEFINITION OUT OF ORDER OR  *
000238*                    NAMING AN UNDEFINED PREDECESSOR IS REFUSED *
000239*                    WITH RC 8.                                 *
000240*   10/15/2026  DJM  A CHAIN DEFINITION NAMING ONE JOB AT TWO   *
000241*                    STEP SEQUENCES IS REFUSED, AS TWO JOBS     *
000242*                    UNDER ONE SEQUENCE ALREADY WAS - A         *
000243*                    PREDECESSOR LOOKUP WOULD FIND ONLY THE     *
000244*                    FIRST.                                     *
000245*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000320         RECORD KEY IS CHN-KEY
000330         FILE STATUS IS WS-CHN-STATUS.
000340
000342     SELECT CHD-FILE ASSIGN TO CHNDEF
000344         ORGANIZATION IS SEQUENTIAL
000346         FILE STATUS IS WS-CHD-STATUS.
000348
000350     SELECT RPT-FILE ASSIGN TO RPTOUT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RPT-STATUS.
000410 FD  CHN-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY CHNREC.
000431
000432 FD  CHD-FILE
000433     RECORDING MODE IS F
000434     LABEL RECORDS ARE STANDARD.
000435 COPY CHNDEF.
000440
000450 FD  RPT-FILE
000460     RECORDING MODE IS F
000520 01  WS-EOF-SWITCHES.
000530     05  WS-CHN-EOF-SW            PIC X(01) VALUE 'N'.
000540         88  WS-CHN-EOF                   VALUE 'Y'.
000543     05  WS-CHD-EOF-SW            PIC X(01) VALUE 'N'.
000546         88  WS-CHD-EOF                   VALUE 'Y'.
000550
000560 01  WS-FILE-STATUSES.
000570     05  WS-CHN-STATUS            PIC X(02) VALUE '00'.
000580     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000585     05  WS-CHD-STATUS            PIC X(02) VALUE '00'.
000590
000600 01  WS-REPORT-COUNTS.
000610     05  WS-STEPS-REPORTED        PIC 9(05) VALUE 0.
000700     05  WS-SEL-DATE-X            PIC X(08).
000710     05  WS-SEL-PRIOR-X           PIC X(08).
000720     05  WS-DATE-INT              PIC S9(07) COMP.
000721
000722*****************************************************************
000723* RESTART PLANNER - ONE ENTRY PER CHAIN STEP IN DEFINITION      *
000724* ORDER, WITH THE STEP RECORD FOUND FOR THE GENERATION (FOUND   *
000725* DATE SPACES WHEN THERE IS NONE) AND ITS PREDECESSORS, EACH    *
000726* HELD AS THE SUBSCRIPT OF ITS OWN ENTRY.  A PREDECESSOR MUST   *
000727* BE DEFINED AHEAD OF THE STEP, SO ONE PASS IN TABLE ORDER      *
000728* DECIDES EVERY STEP AFTER ALL OF ITS PREDECESSORS.             *
000729*****************************************************************
000730 01  WS-PLAN-SWITCHES.
000731     05  WS-PLAN-SW               PIC X(01) VALUE 'N'.
000732         88  WS-PLANNING                  VALUE 'Y'.
000733     05  WS-DEF-REFUSED-SW        PIC X(01) VALUE 'N'.
000734         88  WS-DEF-REFUSED               VALUE 'Y'.
000735     05  WS-STEP-MATCHED-SW       PIC X(01) VALUE 'N'.
000736         88  WS-STEP-MATCHED              VALUE 'Y'.
000737
000738 01  WS-PLAN-WORK.
000739     05  WS-SEEK-JOB-ID           PIC X(08).
000740     05  WS-CAUSE-JOB-ID          PIC X(08).
000741     05  WS-RESTART-JOB-ID        PIC X(08) VALUE SPACES.
000742     05  WS-STEPS-TO-RERUN        PIC 9(03) VALUE 0.
000743     05  WS-STEPS-COMPLETE        PIC 9(03) VALUE 0.
000744
000745 01  WS-STEP-TABLE.
000746     05  WS-STEP-COUNT            PIC 9(02) VALUE 0.
000747     05  WS-STEP-IX               PIC 9(02).
000748     05  WS-FIND-IX               PIC 9(02).
000749     05  WS-PRED-IX               PIC 9(01).
000750     05  WS-STEP-ENTRY OCCURS 40 TIMES.
000751         10  WS-ST-SEQ            PIC 9(03).
000752         10  WS-ST-JOB-ID         PIC X(08).
000753         10  WS-ST-FOUND-DATE     PIC X(08).
000754         10  WS-ST-STATUS         PIC X(01).
000755             88  WS-ST-RUNNING            VALUE 'R'.
000756             88  WS-ST-FAILED             VALUE 'F'.
000757         10  WS-ST-RC             PIC 9(02).
000758         10  WS-ST-RERUN-SW       PIC X(01).
000759             88  WS-ST-RERUN              VALUE 'Y'.
000760         10  WS-ST-ORDER          PIC 9(03).
000761         10  WS-ST-PRED-COUNT     PIC 9(01).
000762         10  WS-ST-PRED OCCURS 5 TIMES.
000763             15  WS-ST-PRED-STEP  PIC 9(02).
000764             15  WS-ST-PRED-LINK  PIC X(01).
000765                 88  WS-ST-PRED-SAME-NIGHT    VALUE ' ' 'N'.
000766
000767*****************************************************************
000768* REPORT LINE LAYOUTS.                                          *
000769*****************************************************************
000770 01  WS-HEADING-LINE-1.
000780     05  FILLER                   PIC X(34)
000790         VALUE 'NIGHTLY CHAIN STATUS - BY STEP'.
000970     05  FILLER                   PIC X(02) VALUE SPACES.
000980     05  WS-D-NOTE                PIC X(25).
000990
000991 01  WS-PLAN-HEADING-LINE-1.
000992     05  FILLER                   PIC X(34)
000993         VALUE 'NIGHTLY CHAIN RESTART PLAN'.
000994
000995 01  WS-PLAN-COLUMN-HEADING.
000996     05  FILLER                   PIC X(40) VALUE
000997         'SEQ JOB ID   RUN DATE ST RC  ORD  ACTION'.
000998
000999 01  WS-PLAN-DETAIL-LINE.
001000     05  WS-P-SEQ                 PIC 9(03).
001001     05  FILLER                   PIC X(01) VALUE SPACES.
001002     05  WS-P-JOB-ID              PIC X(08).
001003     05  FILLER                   PIC X(01) VALUE SPACES.
001004     05  WS-P-RUN-DATE            PIC X(08).
001005     05  FILLER                   PIC X(01) VALUE SPACES.
001006     05  WS-P-STATUS              PIC X(01).
001007     05  FILLER                   PIC X(02) VALUE SPACES.
001008     05  WS-P-RC                  PIC X(02).
001009     05  FILLER                   PIC X(02) VALUE SPACES.
001010     05  WS-P-ORDER               PIC ZZZ.
001011     05  FILLER                   PIC X(02) VALUE SPACES.
001012     05  WS-P-ACTION              PIC X(28).
001013     05  WS-P-CAUSE-JOB-ID        PIC X(08).
001014
001015 01  WS-PLAN-FOOT-LINE.
001016     05  FILLER                   PIC X(16)
001017         VALUE 'RESTART AT STEP '.
001018     05  WS-F-RESTART-JOB-ID      PIC X(08).
001019     05  FILLER                   PIC X(03) VALUE ' - '.
001020     05  WS-F-STEPS-TO-RERUN      PIC ZZ9.
001021     05  FILLER                   PIC X(15)
001022         VALUE ' STEPS TO RERUN'.
001023
001024 01  WS-PLAN-CLEAN-LINE.
001025     05  FILLER                   PIC X(51) VALUE
001026         'NOTHING TO RERUN - CHAIN COMPLETE FOR THIS RUN DATE'.
001027
001028 01  WS-PLAN-REFUSED-LINE.
001029     05  FILLER                   PIC X(40) VALUE
001030         'CHAIN DEFINITION IN ERROR - NO PLAN MADE'.
001031
001032 01  WS-HEADING-LINE-2.
001033     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001034     05  WS-H2-RUN-DATE           PIC 9(08).
001035     05  FILLER                   PIC X(21)
001040         VALUE ' (AND THE DAY BEFORE)'.
001050
001060 LINKAGE SECTION.
001080     05  WS-PARM-LEN              PIC S9(04) COMP.
001090     05  WS-PARM-DATA.
001100         10  WS-PARM-RUN-DATE     PIC 9(08).
001103         10  WS-PARM-MODE         PIC X(01).
001106             88  WS-PARM-RESTART-PLAN     VALUE 'R'.
001110
001120 PROCEDURE DIVISION USING WS-PARM-AREA.
001130
001160* LINE PER STEP OF THE SELECTED GENERATION.  A STEP STILL       *
001170* MARKED RUNNING OR FAILED, OR WITH AN RC PAST 04, GETS A NOTE  *
001180* THE OPERATOR CANNOT MISS.                                     *
001185* PARM MODE 'R' MAKES A RESTART PLAN INSTEAD (6000).            *
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001212     IF WS-PLANNING
001214         PERFORM 6000-PLAN-RESTART THRU 6000-EXIT
001216         GO TO 9999-EXIT-PROGRAM
001218     END-IF
001220     PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
001230         UNTIL WS-CHN-EOF
001240     DISPLAY 'CHNSRPT: STEPS REPORTED . . . . : '
001300     GO TO 9999-EXIT-PROGRAM.
001310
001320*****************************************************************
001330* 1000-INITIALIZE-RUN - OPEN THE FILES, PRIME THE MASTER READ,  *
001340* AND PRINT THE HEADINGS.  THE RESTART PLAN PRINTS ITS OWN.     *
001350*****************************************************************
001360 1000-INITIALIZE-RUN.
001370     ACCEPT WS-SEL-DATE FROM DATE YYYYMMDD
001440         FUNCTION INTEGER-OF-DATE (WS-SEL-DATE) - 1
001450     COMPUTE WS-SEL-PRIOR =
001460         FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
001462     IF WS-PARM-LEN > 8
001464         AND WS-PARM-RESTART-PLAN
001466         SET WS-PLANNING TO TRUE
001468     END-IF
001470     MOVE WS-SEL-DATE TO WS-SEL-DATE-X
001480     MOVE WS-SEL-PRIOR TO WS-SEL-PRIOR-X
001490     OPEN INPUT CHN-FILE
001600         MOVE 16 TO RETURN-CODE
001610         GO TO 9999-EXIT-PROGRAM
001620     END-IF
001622     PERFORM 1100-READ-CHN-FILE THRU 1100-EXIT
001624     IF WS-PLANNING
001626         GO TO 1000-EXIT
001628     END-IF
001630     WRITE RPT-LINE FROM WS-HEADING-LINE-1
001640     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
001650     MOVE WS-SEL-DATE TO WS-H2-RUN-DATE
001660     WRITE RPT-LINE FROM WS-HEADING-LINE-2
001670     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
001680     WRITE RPT-LINE FROM WS-COLUMN-HEADING-LINE
001690     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
002250 2000-EXIT.
002260     EXIT.
002270
002271*****************************************************************
002272* 6000-PLAN-RESTART - LOAD THE CHAIN DEFINITION, PICK UP EACH   *
002273* STEP'S RECORD FOR THE GENERATION, AND LIST EVERY STEP IN      *
002274* CHAIN ORDER AS RERUN OR SKIP.  A STEP IS RERUN WHEN IT DID    *
002275* NOT RUN, IS STILL MARKED RUNNING, FAILED, OR ENDED PAST RC    *
002276* 04, OR WHEN A SAME-NIGHT PREDECESSOR IS BEING RERUN - ITS     *
002277* INPUTS ARE ABOUT TO CHANGE UNDER IT.  A TRAILER-DATED LINK    *
002278* DOES NOT CARRY A RERUN ACROSS IT.  THE RERUN STEPS ARE        *
002279* NUMBERED IN THE ORDER THEY MUST BE SUBMITTED.                 *
002280*****************************************************************
002281 6000-PLAN-RESTART.
002282     WRITE RPT-LINE FROM WS-PLAN-HEADING-LINE-1
002283     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002284     MOVE WS-SEL-DATE TO WS-H2-RUN-DATE
002285     WRITE RPT-LINE FROM WS-HEADING-LINE-2
002286     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002287     PERFORM 6100-LOAD-DEFINITION THRU 6100-EXIT
002288     IF WS-DEF-REFUSED
002289         WRITE RPT-LINE FROM WS-PLAN-REFUSED-LINE
002290         PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002291         MOVE 8 TO RETURN-CODE
002292         GO TO 6000-EXIT
002293     END-IF
002294     PERFORM 6300-FILE-ONE-RECORD THRU 6300-EXIT
002295         UNTIL WS-CHN-EOF
002296     WRITE RPT-LINE FROM WS-PLAN-COLUMN-HEADING
002297     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002298     PERFORM 6500-PLAN-ONE-STEP THRU 6500-EXIT
002299         VARYING WS-STEP-IX FROM 1 BY 1
002300         UNTIL WS-STEP-IX > WS-STEP-COUNT
002301     IF WS-STEPS-TO-RERUN = 0
002302         WRITE RPT-LINE FROM WS-PLAN-CLEAN-LINE
002303     ELSE
002304         MOVE WS-RESTART-JOB-ID TO WS-F-RESTART-JOB-ID
002305         MOVE WS-STEPS-TO-RERUN TO WS-F-STEPS-TO-RERUN
002306         WRITE RPT-LINE FROM WS-PLAN-FOOT-LINE
002307     END-IF
002308     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002309     DISPLAY 'CHNSRPT: CHAIN STEPS DEFINED. . : '
002310         WS-STEP-COUNT
002311     DISPLAY 'CHNSRPT: STEPS TO RERUN . . . . : '
002312         WS-STEPS-TO-RERUN
002313     DISPLAY 'CHNSRPT: STEPS COMPLETE . . . . : '
002314         WS-STEPS-COMPLETE.
002315 6000-EXIT.
002316     EXIT.
002317
002318*****************************************************************
002319* 6100-LOAD-DEFINITION - ONE TABLE ENTRY PER STEP SEQUENCE.     *
002320* THE DEFINITION IS REFUSED IF IT IS OUT OF SEQUENCE, PUTS TWO  *
002321* JOBS UNDER ONE SEQUENCE NUMBER OR ONE JOB UNDER TWO,          *
002322* OVERFLOWS THE TABLE, OR NAMES A PREDECESSOR NOT DEFINED AHEAD *
002323* OF THE STEP - A PLAN BUILT ON IT COULD SEND THE OPERATOR TO   *
002324* THE WRONG RESTART POINT.                                      *
002325*****************************************************************
002326 6100-LOAD-DEFINITION.
002327     OPEN INPUT CHD-FILE
002328     IF WS-CHD-STATUS NOT = '00'
002329         DISPLAY 'CHNSRPT: CHAIN DEFINITION OPEN FAILED, STATUS='
002330             WS-CHD-STATUS
002331         MOVE 16 TO RETURN-CODE
002332         GO TO 9999-EXIT-PROGRAM
002333     END-IF
002334     PERFORM 6110-READ-CHD-FILE THRU 6110-EXIT
002335     PERFORM 6150-LOAD-ONE-DEFINITION THRU 6150-EXIT
002336         UNTIL WS-CHD-EOF
002337         OR WS-DEF-REFUSED
002338     CLOSE CHD-FILE
002339     IF WS-STEP-COUNT = 0
002340         AND NOT WS-DEF-REFUSED
002341         DISPLAY 'CHNSRPT: CHAIN DEFINITION IS EMPTY'
002342         SET WS-DEF-REFUSED TO TRUE
002343     END-IF.
002344 6100-EXIT.
002345     EXIT.
002346
002347 6110-READ-CHD-FILE.
002348     READ CHD-FILE
002349         AT END
002350             SET WS-CHD-EOF TO TRUE
002351     END-READ.
002352 6110-EXIT.
002353     EXIT.
002354
002355 6150-LOAD-ONE-DEFINITION.
002356     IF WS-STEP-COUNT = 0
002357         PERFORM 6160-ADD-STEP THRU 6160-EXIT
002358     ELSE
002359         IF CHD-STEP-SEQ NOT = WS-ST-SEQ (WS-STEP-COUNT)
002360             PERFORM 6160-ADD-STEP THRU 6160-EXIT
002361         ELSE
002362             IF CHD-JOB-ID NOT = WS-ST-JOB-ID (WS-STEP-COUNT)
002363                 DISPLAY 'CHNSRPT: STEP ' CHD-STEP-SEQ
002364                     ' DEFINED FOR TWO JOBS'
002365                 SET WS-DEF-REFUSED TO TRUE
002366             END-IF
002367         END-IF
002368     END-IF
002369     IF WS-DEF-REFUSED
002370         GO TO 6150-EXIT
002371     END-IF
002372     IF CHD-PRED-JOB-ID = SPACES
002373         GO TO 6150-NEXT
002374     END-IF
002375     MOVE CHD-PRED-JOB-ID TO WS-SEEK-JOB-ID
002376     PERFORM 6200-FIND-STEP THRU 6200-EXIT
002377     IF NOT WS-STEP-MATCHED
002378         OR WS-FIND-IX = WS-STEP-COUNT
002379         DISPLAY 'CHNSRPT: PREDECESSOR ' CHD-PRED-JOB-ID
002380             ' OF ' CHD-JOB-ID ' IS NOT DEFINED AHEAD OF IT'
002381         SET WS-DEF-REFUSED TO TRUE
002382         GO TO 6150-EXIT
002383     END-IF
002384     IF WS-ST-PRED-COUNT (WS-STEP-COUNT) = 5
002385         DISPLAY 'CHNSRPT: ' CHD-JOB-ID
002386             ' HAS MORE THAN 5 PREDECESSORS'
002387         SET WS-DEF-REFUSED TO TRUE
002388         GO TO 6150-EXIT
002389     END-IF
002390     ADD 1 TO WS-ST-PRED-COUNT (WS-STEP-COUNT)
002391     MOVE WS-ST-PRED-COUNT (WS-STEP-COUNT) TO WS-PRED-IX
002392     MOVE WS-FIND-IX
002393         TO WS-ST-PRED-STEP (WS-STEP-COUNT, WS-PRED-IX)
002394     MOVE CHD-PRED-LINK
002395         TO WS-ST-PRED-LINK (WS-STEP-COUNT, WS-PRED-IX).
002396 6150-NEXT.
002397     PERFORM 6110-READ-CHD-FILE THRU 6110-EXIT.
002398 6150-EXIT.
002399     EXIT.
002400
002401 6160-ADD-STEP.
002402     IF WS-STEP-COUNT > 0
002403         IF CHD-STEP-SEQ < WS-ST-SEQ (WS-STEP-COUNT)
002404             DISPLAY 'CHNSRPT: STEP ' CHD-STEP-SEQ ' ' CHD-JOB-ID
002405                 ' IS OUT OF SEQUENCE'
002406             SET WS-DEF-REFUSED TO TRUE
002407             GO TO 6160-EXIT
002408         END-IF
002409     END-IF
002410     IF WS-STEP-COUNT = 40
002411         DISPLAY 'CHNSRPT: MORE THAN 40 CHAIN STEPS DEFINED'
002412         SET WS-DEF-REFUSED TO TRUE
002413         GO TO 6160-EXIT
002414     END-IF
002415     MOVE CHD-JOB-ID TO WS-SEEK-JOB-ID
002416     PERFORM 6200-FIND-STEP THRU 6200-EXIT
002417     IF WS-STEP-MATCHED
002418         DISPLAY 'CHNSRPT: ' CHD-JOB-ID ' DEFINED AT STEPS '
002419             WS-ST-SEQ (WS-FIND-IX) ' AND ' CHD-STEP-SEQ
002420         SET WS-DEF-REFUSED TO TRUE
002421         GO TO 6160-EXIT
002422     END-IF
002423     ADD 1 TO WS-STEP-COUNT
002424     MOVE CHD-STEP-SEQ TO WS-ST-SEQ (WS-STEP-COUNT)
002425     MOVE CHD-JOB-ID TO WS-ST-JOB-ID (WS-STEP-COUNT)
002426     MOVE SPACES TO WS-ST-FOUND-DATE (WS-STEP-COUNT)
002427     MOVE SPACES TO WS-ST-STATUS (WS-STEP-COUNT)
002428     MOVE 0 TO WS-ST-RC (WS-STEP-COUNT)
002429     MOVE 'N' TO WS-ST-RERUN-SW (WS-STEP-COUNT)
002430     MOVE 0 TO WS-ST-ORDER (WS-STEP-COUNT)
002431     MOVE 0 TO WS-ST-PRED-COUNT (WS-STEP-COUNT).
002432 6160-EXIT.
002433     EXIT.
002434
002435 6200-FIND-STEP.
002436     MOVE 'N' TO WS-STEP-MATCHED-SW
002437     PERFORM 6210-MATCH-ONE-STEP THRU 6210-EXIT
002438         VARYING WS-FIND-IX FROM 1 BY 1
002439         UNTIL WS-FIND-IX > WS-STEP-COUNT
002440         OR WS-STEP-MATCHED
002441     IF WS-STEP-MATCHED
002442         SUBTRACT 1 FROM WS-FIND-IX
002443     END-IF.
002444 6200-EXIT.
002445     EXIT.
002446
002447 6210-MATCH-ONE-STEP.
002448     IF WS-SEEK-JOB-ID = WS-ST-JOB-ID (WS-FIND-IX)
002449         SET WS-STEP-MATCHED TO TRUE
002450     END-IF.
002451 6210-EXIT.
002452     EXIT.
002453
002454*****************************************************************
002455* 6300-FILE-ONE-RECORD - KEEP EACH DEFINED STEP'S RECORD FOR    *
002456* THE GENERATION.  THE MASTER IS IN JOB/DATE ORDER, SO A STEP'S *
002457* RUN DATE RECORD COMES AFTER, AND REPLACES, ITS DAY-BEFORE     *
002458* ONE.                                                          *
002459*****************************************************************
002460 6300-FILE-ONE-RECORD.
002461     IF CHN-RUN-DATE NOT = WS-SEL-DATE-X
002462         AND CHN-RUN-DATE NOT = WS-SEL-PRIOR-X
002463         ADD 1 TO WS-STEPS-SKIPPED
002464         GO TO 6300-NEXT
002465     END-IF
002466     MOVE CHN-JOB-ID TO WS-SEEK-JOB-ID
002467     PERFORM 6200-FIND-STEP THRU 6200-EXIT
002468     IF NOT WS-STEP-MATCHED
002469         DISPLAY 'CHNSRPT: ' CHN-JOB-ID
002470             ' IS NOT IN THE CHAIN DEFINITION - IGNORED'
002471         GO TO 6300-NEXT
002472     END-IF
002473     MOVE CHN-RUN-DATE TO WS-ST-FOUND-DATE (WS-FIND-IX)
002474     MOVE CHN-STATUS TO WS-ST-STATUS (WS-FIND-IX)
002475     MOVE CHN-RETURN-CODE TO WS-ST-RC (WS-FIND-IX).
002476 6300-NEXT.
002477     PERFORM 1100-READ-CHN-FILE THRU 1100-EXIT.
002478 6300-EXIT.
002479     EXIT.
002480
002481*****************************************************************
002482* 6500-PLAN-ONE-STEP - DECIDE AND PRINT ONE STEP.  EVERY        *
002483* PREDECESSOR WAS DECIDED EARLIER IN THE SAME PASS.             *
002484*****************************************************************
002485 6500-PLAN-ONE-STEP.
002486     MOVE SPACES TO WS-CAUSE-JOB-ID
002487     PERFORM 6550-CHECK-ONE-PREDECESSOR THRU 6550-EXIT
002488         VARYING WS-PRED-IX FROM 1 BY 1
002489         UNTIL WS-PRED-IX > WS-ST-PRED-COUNT (WS-STEP-IX)
002490         OR WS-ST-RERUN (WS-STEP-IX)
002491     MOVE WS-ST-SEQ (WS-STEP-IX) TO WS-P-SEQ
002492     MOVE WS-ST-JOB-ID (WS-STEP-IX) TO WS-P-JOB-ID
002493     MOVE WS-ST-FOUND-DATE (WS-STEP-IX) TO WS-P-RUN-DATE
002494     MOVE WS-ST-STATUS (WS-STEP-IX) TO WS-P-STATUS
002495     MOVE SPACES TO WS-P-CAUSE-JOB-ID
002496     IF WS-ST-FOUND-DATE (WS-STEP-IX) = SPACES
002497         MOVE SPACES TO WS-P-RC
002498     ELSE
002499         MOVE WS-ST-RC (WS-STEP-IX) TO WS-P-RC
002500     END-IF
002501     IF WS-ST-RERUN (WS-STEP-IX)
002502         MOVE 'RERUN - AFTER PREDECESSOR ' TO WS-P-ACTION
002503         MOVE WS-CAUSE-JOB-ID TO WS-P-CAUSE-JOB-ID
002504     ELSE
002505         IF WS-ST-FOUND-DATE (WS-STEP-IX) = SPACES
002506             MOVE 'RUN - NOT RUN FOR RUN DATE' TO WS-P-ACTION
002507             SET WS-ST-RERUN (WS-STEP-IX) TO TRUE
002508         ELSE
002509             IF WS-ST-RUNNING (WS-STEP-IX)
002510                 MOVE 'RERUN - STILL MARKED RUNNING'
002511                     TO WS-P-ACTION
002512                 SET WS-ST-RERUN (WS-STEP-IX) TO TRUE
002513             ELSE
002514                 IF WS-ST-FAILED (WS-STEP-IX)
002515                     MOVE 'RERUN - FAILED' TO WS-P-ACTION
002516                     SET WS-ST-RERUN (WS-STEP-IX) TO TRUE
002517                 ELSE
002518                     IF WS-ST-RC (WS-STEP-IX) > 04
002519                         MOVE 'RERUN - COMPLETED RC OVER 04'
002520                             TO WS-P-ACTION
002521                         SET WS-ST-RERUN (WS-STEP-IX) TO TRUE
002522                     ELSE
002523                         MOVE 'COMPLETE - SKIP' TO WS-P-ACTION
002524                     END-IF
002525                 END-IF
002526             END-IF
002527         END-IF
002528     END-IF
002529     IF WS-ST-RERUN (WS-STEP-IX)
002530         ADD 1 TO WS-STEPS-TO-RERUN
002531         MOVE WS-STEPS-TO-RERUN TO WS-ST-ORDER (WS-STEP-IX)
002532         IF WS-STEPS-TO-RERUN = 1
002533             MOVE WS-ST-JOB-ID (WS-STEP-IX) TO WS-RESTART-JOB-ID
002534         END-IF
002535     ELSE
002536         ADD 1 TO WS-STEPS-COMPLETE
002537     END-IF
002538     MOVE WS-ST-ORDER (WS-STEP-IX) TO WS-P-ORDER
002539     WRITE RPT-LINE FROM WS-PLAN-DETAIL-LINE
002540     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
002541 6500-EXIT.
002542     EXIT.
002543
002544 6550-CHECK-ONE-PREDECESSOR.
002545     MOVE WS-ST-PRED-STEP (WS-STEP-IX, WS-PRED-IX) TO WS-FIND-IX
002546     IF WS-ST-PRED-SAME-NIGHT (WS-STEP-IX, WS-PRED-IX)
002547         AND WS-ST-RERUN (WS-FIND-IX)
002548         SET WS-ST-RERUN (WS-STEP-IX) TO TRUE
002549         MOVE WS-ST-JOB-ID (WS-FIND-IX) TO WS-CAUSE-JOB-ID
002550     END-IF.
002551 6550-EXIT.
002552     EXIT.
002553
002554 9999-EXIT-PROGRAM.
002555     CLOSE CHN-FILE
002556     CLOSE RPT-FILE
002557     STOP RUN.
