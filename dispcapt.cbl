000380*                    BEFORE MATCHING THE DESK'S TRANSACTIONS,   *
000390*                    AND POSTS ITS OWN START, COMPLETION, AND   *
000400*                    RETURN CODE THROUGH CHNCTL.                *
000401*   10/15/2026  DJM  BATCH CONTROL TOTALS - THE DISPTRAN FILE   *
000402*                    NOW OPENS WITH THE DESK'S BATCH HEADER     *
000403*                    (RECORD COUNT AND HASH TOTAL).  THE FILE   *
000404*                    IS BALANCED AGAINST IT BEFORE ANYTHING IS  *
000405*                    COMMITTED, AND AN OUT-OF-BALANCE BATCH OR  *
000406*                    ONE ALREADY ON THE BATCH REGISTER IS       *
000407*                    REFUSED WHOLE WITH RETURN CODE 8.  AN      *
000408*                    APPLIED BATCH IS POSTED TO THE REGISTER    *
000409*                    THROUGH BATCTL.                            *
000410*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000411*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000412*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000413*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000414*                    NOT CLEAN.                                 *
000415*   10/15/2026  DJM  AUDIT JOURNAL - EVERY RESULT RECORD        *
000416*                    WRITTEN IS JOURNALED THROUGH JRNWRT, THE   *
000417*                    DRAW AS CARRIED UNCHECKED AS ITS BEFORE    *
000418*                    IMAGE AND THE DESK'S DISPOSITION AS ITS    *
000419*                    AFTER IMAGE, AND THE JOURNAL IS BALANCED   *
000420*                    AGAINST THE DRAWS LOADED - OUT OF BALANCE  *
000421*                    ENDS THE STEP WITH RETURN CODE 8.          *
000422*   10/15/2026  DJM  THE RESULTS FILE IS OPENED ONLY AFTER THE  *
000423*                    BATCH IS ACCEPTED, SO A REFUSED OR         *
000424*                    DUPLICATE BATCH LEAVES THE LAST GOOD       *
000425*                    RSLTOUT FOR GENSAVE, AND THE SAMPLE-CHAIN  *
000426*                    HOLD MESSAGE NAMES THE PREDECESSOR NOT     *
000427*                    CLEAN.                                     *
000428*****************************************************************

000429 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DRW-FILE ASSIGN TO DRWIN
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY DSPTRAN.
000695 COPY BATHDR.

000700 FD  RSLT-FILE
000710     RECORDING MODE IS F
000970         88  WS-CHN-STARTED              VALUE 'Y'.
000980 COPY CHNPARM.

000981*****************************************************************
000982* AUDIT JOURNAL - EVERY RESULT WRITTEN IS JOURNALED WITH ITS    *
000983* BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS     *
000984* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000985*****************************************************************
000986 01  WS-JOURNAL-CONTROL.
000987     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000988         88  WS-JRN-OPEN                  VALUE 'Y'.
000989 COPY JRNPARM.

000990 01  WS-MATCH-CONTROLS.
001000     05  WS-MATCH-SW              PIC X(01) VALUE 'N'.
001010         88  WS-MATCH-FOUND               VALUE 'Y'.
001370             88  WS-DT-DISQUALIFIED      VALUE 'Y'.

001380*****************************************************************
001381* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
001382* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
001383* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
001384*****************************************************************
001385 01  WS-BATCH-CONTROL.
001386     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
001387         88  WS-BAT-PRESENT               VALUE 'Y'.
001388     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
001389         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
001390     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
001391     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
001392     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
001393     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
001394     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
001395     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
001396     05  WS-BAT-REASON            PIC X(40).
001397 COPY BATPARM.

001398*****************************************************************
001399* REJECT REPORT LINE LAYOUTS.                                   *
001400*****************************************************************
001410 01  WS-REJ-HEADING-LINE.
001420     05  FILLER                   PIC X(37)
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  WS-RJ-REASON             PIC X(40).

001521 01  WS-BAT-REFUSAL-LINE.
001522     05  FILLER                   PIC X(06) VALUE 'BATCH '.
001523     05  WS-BR-BATCH-ID           PIC X(06).
001524     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
001525     05  WS-BR-REASON             PIC X(40).

001526 01  WS-BAT-TOTALS-LINE.
001527     05  FILLER                   PIC X(14)
001528         VALUE 'HEADER COUNT: '.
001529     05  WS-BT-HDR-COUNT          PIC ZZ9.
001530     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001531     05  WS-BT-HDR-HASH           PIC 9(05).
001532     05  FILLER                   PIC X(15)
001533         VALUE '   FILE COUNT: '.
001534     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
001535     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001536     05  WS-BT-FILE-HASH          PIC 9(05).

001537 PROCEDURE DIVISION.

001540*****************************************************************
001550* 0000-MAINLINE - LOAD THE DRAW FILE INTO THE TABLE, APPLY THE  *
001650     PERFORM 4000-WRITE-ONE-RESULT THRU 4000-EXIT
001660         VARYING WS-DRAW-IX FROM 1 BY 1
001670         UNTIL WS-DRAW-IX > WS-DRAWS-LOADED
001675     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001680     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001690     IF WS-TRANS-REJECTED > 0
001700         OR WS-DRAWS-UNCHECKED > 0
001960     END-READ
001970     CLOSE SUM-FILE
001980     MOVE 'V' TO CHN-CTL-FUNCTION
001990     MOVE 'DISPCAPT' TO CHN-CTL-JOB-ID
002000     MOVE SUM-RUN-DATE TO CHN-CTL-RUN-DATE
002010     MOVE 0 TO CHN-CTL-RC
002020     CALL 'CHNCTL' USING CHN-CTL-PARM
002030     IF NOT CHN-CTL-OK
002037         DISPLAY 'DISPCAPT: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
002044             ' NOT CLEAN FOR RUN DATE ' SUM-RUN-DATE
002051             ' - STEP HELD'
002060         MOVE 16 TO RETURN-CODE
002070         GO TO 9999-EXIT-PROGRAM
002080     END-IF
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-EXIT-PROGRAM
002320     END-IF
002330     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002400     OPEN OUTPUT REJ-FILE
002410     IF WS-REJ-STATUS NOT = '00'
002420         DISPLAY 'DISPCAPT: REJECT FILE OPEN FAILED, STATUS='
002470     WRITE REJ-LINE FROM WS-REJ-HEADING-LINE
002480     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002490     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT
002491     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT
002492*        THE RESULTS FILE IS OPENED ONLY ONCE THE BATCH IS
002493*        ACCEPTED - A REFUSED OR DUPLICATE BATCH MUST LEAVE THE
002494*        LAST GOOD RSLTOUT WHERE IT IS FOR GENSAVE.
002495     OPEN OUTPUT RSLT-FILE
002496     IF WS-RSLT-STATUS NOT = '00'
002497         DISPLAY 'DISPCAPT: RESULTS FILE OPEN FAILED, STATUS='
002498             WS-RSLT-STATUS
002499         MOVE 16 TO RETURN-CODE
002500         GO TO 9999-EXIT-PROGRAM
002501     END-IF.
002510 1000-EXIT.
002520     EXIT.

002630             SET WS-TRN-EOF TO TRUE
002640     END-READ.
002650 1200-EXIT.
002651     EXIT.

002652*****************************************************************
002653* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
002654* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
002655* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
002656* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
002657* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
002658* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
002659*****************************************************************
002660 1500-BALANCE-BATCH.
002661     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002662     IF WS-TRN-EOF
002663         DISPLAY 'DISPCAPT: DISPTRAN IS EMPTY - NO BATCH TO APPLY'
002664         GO TO 1500-EXIT
002665     END-IF
002666     IF NOT BAT-HDR-PRESENT
002667         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
002668             TO WS-BAT-REASON
002669         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002670     END-IF
002671     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
002672     IF BAT-HDR-REC-COUNT NOT NUMERIC
002673         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
002674         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
002675             TO WS-BAT-REASON
002676         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002677     END-IF
002678     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
002679     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
002680     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002681     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
002682         UNTIL WS-TRN-EOF
002683     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
002684     IF WS-BAT-SECOND-HDR
002685         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
002686         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002687     END-IF
002688     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
002689         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
002690         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002691     END-IF
002692     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
002693         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
002694         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002695     END-IF
002696     MOVE 'C' TO BAT-CTL-FUNCTION
002697     MOVE 'DISPTRAN' TO BAT-CTL-FILE-ID
002698     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002699     CALL 'BATCTL' USING BAT-CTL-PARM
002700     IF NOT BAT-CTL-OK
002701         DISPLAY 'DISPCAPT: BATCH REGISTER CHECK FAILED - '
002702             'STEP HELD'
002703         MOVE 16 TO RETURN-CODE
002704         GO TO 9999-EXIT-PROGRAM
002705     END-IF
002706     IF BAT-CTL-DUPLICATE
002707         MOVE SPACES TO WS-BAT-REASON
002708         STRING 'DUPLICATE - ALREADY APPLIED ON '
002709                BAT-CTL-APPLIED-DATE
002710             DELIMITED BY SIZE INTO WS-BAT-REASON
002711         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002712     END-IF
002713     CLOSE TRN-FILE
002714     OPEN INPUT TRN-FILE
002715     IF WS-TRN-STATUS NOT = '00'
002716         DISPLAY 'DISPCAPT: TRANSACTION FILE REOPEN '
002717             'FAILED, STATUS='
002718             WS-TRN-STATUS
002719         MOVE 16 TO RETURN-CODE
002720         GO TO 9999-EXIT-PROGRAM
002721     END-IF
002722     MOVE 'N' TO WS-TRN-EOF-SW
002723     SET WS-BAT-PRESENT TO TRUE
002724     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002725     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002726 1500-EXIT.
002727     EXIT.

002728 1510-TALLY-ONE-BATCH-REC.
002729     IF BAT-HDR-PRESENT
002730         SET WS-BAT-SECOND-HDR TO TRUE
002731     ELSE
002732         ADD 1 TO WS-BAT-FILE-COUNT
002733         IF DSP-CALLNO NUMERIC
002734             ADD DSP-CALLNO TO WS-BAT-HASH-ACCUM
002735         END-IF
002736     END-IF
002737     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002738 1510-EXIT.
002739     EXIT.

002740*****************************************************************
002741* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
002742* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
002743* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
002744*****************************************************************
002745 1590-REFUSE-BATCH.
002746     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
002747     MOVE WS-BAT-REASON TO WS-BR-REASON
002748     WRITE REJ-LINE FROM WS-BAT-REFUSAL-LINE
002749     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002750     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
002751     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
002752     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
002753     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
002754     WRITE REJ-LINE FROM WS-BAT-TOTALS-LINE
002755     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002756     DISPLAY 'DISPCAPT: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
002757         WS-BAT-REASON
002758     MOVE 8 TO RETURN-CODE
002759     GO TO 9999-EXIT-PROGRAM.
002760 1590-EXIT.
002761     EXIT.

002762*****************************************************************
002763* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
002764* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
002765*****************************************************************
002766 1600-POST-BATCH.
002767     IF NOT WS-BAT-PRESENT
002768         GO TO 1600-EXIT
002769     END-IF
002770     MOVE 'P' TO BAT-CTL-FUNCTION
002771     MOVE 'DISPTRAN' TO BAT-CTL-FILE-ID
002772     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002773     MOVE 'DISPCAPT' TO BAT-CTL-JOB-ID
002774     MOVE WS-CHN-RUN-DATE TO BAT-CTL-RUN-DATE
002775     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
002776     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
002777     CALL 'BATCTL' USING BAT-CTL-PARM
002778     IF NOT BAT-CTL-OK
002779         DISPLAY 'DISPCAPT: BATCH ' WS-BAT-BATCH-ID
002780             ' APPLIED BUT NOT REGISTERED'
002781         MOVE 16 TO RETURN-CODE
002782         GO TO 9999-EXIT-PROGRAM
002783     END-IF
002784     DISPLAY 'DISPCAPT: BATCH ' WS-BAT-BATCH-ID
002785         ' APPLIED AND REGISTERED'.
002786 1600-EXIT.
002787     EXIT.

002788*****************************************************************
002789* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
002790* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
002791* NONE.                                                         *
002792*****************************************************************
002793 1800-OPEN-JOURNAL.
002794     MOVE 'O' TO JRN-CTL-FUNCTION
002795     MOVE 'DISPCAPT' TO JRN-CTL-PROGRAM-ID
002796     MOVE WS-CHN-RUN-DATE TO JRN-CTL-RUN-DATE
002797     CALL 'JRNWRT' USING JRN-CTL-PARM
002798     IF NOT JRN-CTL-OK
002799         DISPLAY 'DISPCAPT: AUDIT JOURNAL OPEN FAILED - STEP HELD'
002800         MOVE 16 TO RETURN-CODE
002801         GO TO 9999-EXIT-PROGRAM
002802     END-IF
002803     SET WS-JRN-OPEN TO TRUE.
002804 1800-EXIT.
002805     EXIT.

002806 1900-CHECK-REJ-STATUS.
002807     IF WS-REJ-STATUS NOT = '00'
002808         DISPLAY 'DISPCAPT: REJECT FILE WRITE FAILED, STATUS='
002809             WS-REJ-STATUS
002810         MOVE 16 TO RETURN-CODE
002811         GO TO 9999-EXIT-PROGRAM
002812     END-IF.
002813 1900-EXIT.
002814     EXIT.

002815*****************************************************************
002816* 2000-LOAD-ONE-DRAW - STAGE ONE DRAW RECORD INTO THE TABLE     *
002817* WITH ITS DISPOSITION FIELDS CLEARED TO UNCHECKED.             *
002818*****************************************************************
002819 2000-LOAD-ONE-DRAW.
002820     IF WS-DRAWS-LOADED >= 200
002821         DISPLAY 'DISPCAPT: DRAW FILE EXCEEDS THE 200-ENTRY '
002830             'TABLE - RUN ABANDONED'
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 9999-EXIT-PROGRAM
004390         AND NOT RSLT-DISQUALIFIED
004400         ADD 1 TO WS-DRAWS-UNCHECKED
004410     END-IF
004415     PERFORM 4050-SET-JOURNAL-IMAGES THRU 4050-EXIT
004420     WRITE RSLT-RECORD
004430     IF WS-RSLT-STATUS NOT = '00'
004440         DISPLAY 'DISPCAPT: RESULTS FILE WRITE FAILED, STATUS='
004450             WS-RSLT-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 9999-EXIT-PROGRAM
004471     END-IF
004472     PERFORM 4100-JOURNAL-RESULT THRU 4100-EXIT.
004473 4000-EXIT.
004474     EXIT.

004475*****************************************************************
004476* 4050-SET-JOURNAL-IMAGES - TAKEN BEFORE THE WRITE, WHILE THE   *
004477* RECORD AREA STILL HOLDS THE RESULT.  THE BEFORE IMAGE IS THE  *
004478* DRAW AS IT CAME FROM THE SAMPLER, UNCHECKED; THE AFTER IMAGE  *
004479* IS THE RESULT WITH THE DESK'S DISPOSITION.                    *
004480*****************************************************************
004481 4050-SET-JOURNAL-IMAGES.
004482     MOVE 'DISPTRAN' TO JRN-CTL-SOURCE
004483     MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
004484     MOVE RSLT-CHECKER-INITS TO JRN-CTL-INITS
004485     MOVE 'RSLTOUT ' TO JRN-CTL-MASTER-ID
004486     MOVE 'A' TO JRN-CTL-ACTION
004487     MOVE RSLT-CALLNO TO JRN-CTL-CALLNO
004488     MOVE SPACES TO JRN-CTL-KEY
004489     MOVE RSLT-SEQ-NO TO JRN-CTL-KEY (1:3)
004490     MOVE JRN-CTL-CALLNO TO JRN-CTL-KEY (5:4)
004491     MOVE RSLT-RECORD TO JRN-CTL-AFTER-IMAGE
004492     MOVE SPACE TO RSLT-DISP-CODE
004493     MOVE SPACES TO RSLT-CHECKER-INITS
004494     MOVE ZEROES TO RSLT-CHECK-DATE
004495     MOVE RSLT-RECORD TO JRN-CTL-BEFORE-IMAGE
004496     MOVE JRN-CTL-AFTER-IMAGE TO RSLT-RECORD.
004497 4050-EXIT.
004498     EXIT.

004499*****************************************************************
004500* 4100-JOURNAL-RESULT - JOURNAL THE RESULT ONCE IT IS WRITTEN.  *
004501*****************************************************************
004502 4100-JOURNAL-RESULT.
004503     MOVE 'W' TO JRN-CTL-FUNCTION
004504     CALL 'JRNWRT' USING JRN-CTL-PARM
004505     IF NOT JRN-CTL-OK
004506         DISPLAY 'DISPCAPT: AUDIT JOURNAL WRITE FAILED, KEY='
004507             JRN-CTL-KEY
004508         MOVE 16 TO RETURN-CODE
004509         GO TO 9999-EXIT-PROGRAM
004510     END-IF.
004511 4100-EXIT.
004512     EXIT.

004513 5000-DISPLAY-RUN-COUNTS.
004520     DISPLAY 'DISPCAPT: DRAWS LOADED. . . . . : ' WS-DRAWS-LOADED
004530     DISPLAY 'DISPCAPT: TRANS READ. . . . . . : ' WS-TRANS-READ
004540     DISPLAY 'DISPCAPT: TRANS MATCHED . . . . : '
004600 5000-EXIT.
004610     EXIT.

004611*****************************************************************
004612* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
004613* EVERY DRAW LOADED MUST HAVE BEEN JOURNALED AS A RESULT; A     *
004614* SHORTFALL MEANS A RESULT WENT UNJOURNALED AND ENDS THE STEP   *
004615* WITH RETURN CODE 8 SO THE CHAIN HOLDS.                        *
004616*****************************************************************
004617 8900-CLOSE-JOURNAL.
004618     MOVE 'N' TO WS-JRN-OPEN-SW
004619     MOVE 'C' TO JRN-CTL-FUNCTION
004620     MOVE WS-DRAWS-LOADED TO JRN-CTL-EXPECTED
004621     MOVE RETURN-CODE TO JRN-CTL-END-RC
004622     CALL 'JRNWRT' USING JRN-CTL-PARM
004623     IF NOT JRN-CTL-OK
004624         DISPLAY 'DISPCAPT: AUDIT JOURNAL CLOSE FAILED'
004625         MOVE 16 TO RETURN-CODE
004626         GO TO 8900-EXIT
004627     END-IF
004628     DISPLAY 'DISPCAPT: JOURNAL RECORDS . . . : '
004629         JRN-CTL-WRITTEN
004630     IF JRN-CTL-OUT-OF-BALANCE
004631         DISPLAY 'DISPCAPT: AUDIT JOURNAL OUT OF BALANCE - '
004632             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
004633             ' CHANGES COUNTED'
004634         IF RETURN-CODE < 8
004635             MOVE 8 TO RETURN-CODE
004636         END-IF
004637     END-IF.
004638 8900-EXIT.
004639     EXIT.

004640 9999-EXIT-PROGRAM.
004641     IF WS-JRN-OPEN
004642         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
004643     END-IF
004644     IF WS-CHN-STARTED
004645         MOVE 'E' TO CHN-CTL-FUNCTION
004650         MOVE 'DISPCAPT' TO CHN-CTL-JOB-ID
004660         MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
004670         MOVE RETURN-CODE TO CHN-CTL-RC
