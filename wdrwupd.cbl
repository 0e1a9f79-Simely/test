000170*                    AS INELIGIBLE, SO A WRITE-OFF CAN NO       *
000180*                    LONGER SIT OPEN FOREVER OR BE DRAWN        *
000190*                    AGAIN.                                     *
000191*   10/15/2026  DJM  BATCH CONTROL TOTALS - THE WDLTRAN FILE    *
000192*                    NOW OPENS WITH THE DESK'S BATCH HEADER     *
000193*                    (RECORD COUNT AND HASH TOTAL).  THE FILE   *
000194*                    IS BALANCED AGAINST IT BEFORE ANYTHING IS  *
000195*                    COMMITTED, AND AN OUT-OF-BALANCE BATCH OR  *
000196*                    ONE ALREADY ON THE BATCH REGISTER IS       *
000197*                    REFUSED WHOLE WITH RETURN CODE 8.  AN      *
000198*                    APPLIED BATCH IS POSTED TO THE REGISTER    *
000199*                    THROUGH BATCTL.                            *
000200*   10/15/2026  DJM  REPLACEMENT CANDIDATES - EACH ITEM         *
000201*                    WITHDRAWN IS ALSO WRITTEN TO RPLCAND WITH  *
000202*                    ITS TITLE, SUBAREA, CATALOGING'S REPLACE   *
000203*                    CODE FROM THE TRANSACTION AND THE BATCH    *
000204*                    ID, FOR THE REPLACEMENT SELECTION STEP     *
000205*                    (RPLSEL).                                  *
000206*   10/15/2026  DJM  AUDIT JOURNAL - EVERY WITHDRAWAL APPLIED   *
000207*                    TO THE FOLLOW-UP MASTER IS JOURNALED WITH  *
000208*                    ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, *
000209*                    AND THE JOURNAL IS BALANCED AGAINST THE    *
000210*                    ITEMS-WITHDRAWN COUNT - OUT OF BALANCE     *
000211*                    ENDS THE STEP WITH RETURN CODE 8.          *
000212*   10/15/2026  DJM  THE CATDEL AND RPLCAND FEEDS ARE OPENED    *
000213*                    ONLY AFTER THE BATCH IS ACCEPTED, SO A     *
000214*                    REFUSED OR DUPLICATE BATCH LEAVES THE      *
000215*                    NIGHT'S FEEDS AS THEY WERE.                *
000216*****************************************************************
000217
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-DEL-STATUS.
000380
000382     SELECT RPC-FILE ASSIGN TO RPLCAND
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-RPC-STATUS.
000388
000390     SELECT REJ-FILE ASSIGN TO REJOUT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REJ-STATUS.
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 COPY WDLTRAN.
000485 COPY BATHDR.
000490
000500 FD  FUP-FILE
000510     LABEL RECORDS ARE STANDARD.
000590 01  DEL-RECORD.
000600     05  DEL-CALLNO              PIC 9(04).
000610     05  DEL-WITHDRAWN-DATE      PIC 9(08).
000611
000612*        ONE REPLACEMENT CANDIDATE PER ITEM WITHDRAWN, FOR RPLSEL.
000613 FD  RPC-FILE
000614     RECORDING MODE IS F
000615     LABEL RECORDS ARE STANDARD.
000616 COPY RPLCREC.
000620
000630 FD  REJ-FILE
000640     RECORDING MODE IS F
000750     05  WS-TRN-STATUS            PIC X(02) VALUE '00'.
000760     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000770     05  WS-DEL-STATUS            PIC X(02) VALUE '00'.
000775     05  WS-RPC-STATUS            PIC X(02) VALUE '00'.
000780     05  WS-REJ-STATUS            PIC X(02) VALUE '00'.
000790
000800 01  WS-UPDATE-COUNTS.
000830     05  WS-TRANS-REJECTED        PIC 9(03) VALUE 0.
000840
000850 01  WS-RUN-DATE                  PIC 9(08).
000851
000852*****************************************************************
000853* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
000854* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
000855* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
000856*****************************************************************
000857 01  WS-BATCH-CONTROL.
000858     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
000859         88  WS-BAT-PRESENT               VALUE 'Y'.
000860     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
000861         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
000862     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
000863     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
000864     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
000865     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
000866     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
000867     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
000868     05  WS-BAT-REASON            PIC X(40).
000869 COPY BATPARM.
000870
000871*****************************************************************
000872* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000873* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000874* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000875*****************************************************************
000876 01  WS-JOURNAL-CONTROL.
000877     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000878         88  WS-JRN-OPEN                  VALUE 'Y'.
000879 COPY JRNPARM.
000880
000881*****************************************************************
000882* REJECT REPORT LINE LAYOUTS.                                   *
000890*****************************************************************
000900 01  WS-REJ-HEADING-LINE.
000910     05  FILLER                   PIC X(42)
000970     05  FILLER                   PIC X(02) VALUE SPACES.
000980     05  WS-RJ-REASON             PIC X(40).
000990
000991 01  WS-BAT-REFUSAL-LINE.
000992     05  FILLER                   PIC X(06) VALUE 'BATCH '.
000993     05  WS-BR-BATCH-ID           PIC X(06).
000994     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
000995     05  WS-BR-REASON             PIC X(40).
000996
000997 01  WS-BAT-TOTALS-LINE.
000998     05  FILLER                   PIC X(14)
000999         VALUE 'HEADER COUNT: '.
001000     05  WS-BT-HDR-COUNT          PIC ZZ9.
001001     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001002     05  WS-BT-HDR-HASH           PIC 9(05).
001003     05  FILLER                   PIC X(15)
001004         VALUE '   FILE COUNT: '.
001005     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
001006     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001007     05  WS-BT-FILE-HASH          PIC 9(05).
001008
001009 PROCEDURE DIVISION.
001010
001020*****************************************************************
001030* 0000-MAINLINE - APPLY EVERY APPROVED WITHDRAWAL TO THE        *
001036* MASTER AND FEED THE CATALOG DELETION FILE AND THE REPLACEMENT *
001042* CANDIDATES FILE.                                              *
001050*****************************************************************
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001080     PERFORM 2000-APPLY-ONE-WITHDRAWAL THRU 2000-EXIT
001090         UNTIL WS-TRN-EOF
001095     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001100     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001110     IF WS-TRANS-REJECTED > 0
001120         MOVE 4 TO RETURN-CODE
001340         MOVE 16 TO RETURN-CODE
001350         GO TO 9999-EXIT-PROGRAM
001360     END-IF
001370     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001440     OPEN OUTPUT REJ-FILE
001450     IF WS-REJ-STATUS NOT = '00'
001460         DISPLAY 'WDRWUPD: REJECT FILE OPEN FAILED, STATUS='
001500     END-IF
001510     WRITE REJ-LINE FROM WS-REJ-HEADING-LINE
001520     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001521     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT
001522*        THE TWO FEEDS ARE OPENED ONLY ONCE THE BATCH IS
001523*        ACCEPTED - A REFUSED OR DUPLICATE BATCH MUST LEAVE THE
001524*        NIGHT'S CATDEL AND RPLCAND AS THEY WERE.
001525     OPEN OUTPUT DEL-FILE
001526     IF WS-DEL-STATUS NOT = '00'
001527         DISPLAY 'WDRWUPD: DELETION FEED OPEN FAILED, STATUS='
001528             WS-DEL-STATUS
001529         MOVE 16 TO RETURN-CODE
001530         GO TO 9999-EXIT-PROGRAM
001531     END-IF
001532     OPEN OUTPUT RPC-FILE
001533     IF WS-RPC-STATUS NOT = '00'
001534         DISPLAY 'WDRWUPD: REPLACEMENT CANDIDATES OPEN FAILED, '
001535             'STATUS=' WS-RPC-STATUS
001536         MOVE 16 TO RETURN-CODE
001537         GO TO 9999-EXIT-PROGRAM
001538     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560
001600             SET WS-TRN-EOF TO TRUE
001610     END-READ.
001620 1100-EXIT.
001621     EXIT.
001622
001623*****************************************************************
001624* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
001625* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
001626* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
001627* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
001628* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
001629* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
001630*****************************************************************
001631 1500-BALANCE-BATCH.
001632     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT
001633     IF WS-TRN-EOF
001634         DISPLAY 'WDRWUPD: WDLTRAN IS EMPTY - NO BATCH TO APPLY'
001635         GO TO 1500-EXIT
001636     END-IF
001637     IF NOT BAT-HDR-PRESENT
001638         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
001639             TO WS-BAT-REASON
001640         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001641     END-IF
001642     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
001643     IF BAT-HDR-REC-COUNT NOT NUMERIC
001644         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
001645         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
001646             TO WS-BAT-REASON
001647         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001648     END-IF
001649     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
001650     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
001651     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT
001652     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
001653         UNTIL WS-TRN-EOF
001654     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
001655     IF WS-BAT-SECOND-HDR
001656         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
001657         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001658     END-IF
001659     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
001660         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
001661         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001662     END-IF
001663     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
001664         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
001665         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001666     END-IF
001667     MOVE 'C' TO BAT-CTL-FUNCTION
001668     MOVE 'WDLTRAN ' TO BAT-CTL-FILE-ID
001669     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
001670     CALL 'BATCTL' USING BAT-CTL-PARM
001671     IF NOT BAT-CTL-OK
001672         DISPLAY 'WDRWUPD: BATCH REGISTER CHECK FAILED - '
001673             'STEP HELD'
001674         MOVE 16 TO RETURN-CODE
001675         GO TO 9999-EXIT-PROGRAM
001676     END-IF
001677     IF BAT-CTL-DUPLICATE
001678         MOVE SPACES TO WS-BAT-REASON
001679         STRING 'DUPLICATE - ALREADY APPLIED ON '
001680                BAT-CTL-APPLIED-DATE
001681             DELIMITED BY SIZE INTO WS-BAT-REASON
001682         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001683     END-IF
001684     CLOSE TRN-FILE
001685     OPEN INPUT TRN-FILE
001686     IF WS-TRN-STATUS NOT = '00'
001687         DISPLAY 'WDRWUPD: WITHDRAWAL TRANS REOPEN '
001688             'FAILED, STATUS='
001689             WS-TRN-STATUS
001690         MOVE 16 TO RETURN-CODE
001691         GO TO 9999-EXIT-PROGRAM
001692     END-IF
001693     MOVE 'N' TO WS-TRN-EOF-SW
001694     SET WS-BAT-PRESENT TO TRUE
001695     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT
001696     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT.
001697 1500-EXIT.
001698     EXIT.
001699
001700 1510-TALLY-ONE-BATCH-REC.
001701     IF BAT-HDR-PRESENT
001702         SET WS-BAT-SECOND-HDR TO TRUE
001703     ELSE
001704         ADD 1 TO WS-BAT-FILE-COUNT
001705         IF WDL-TRN-CALLNO NUMERIC
001706             ADD WDL-TRN-CALLNO TO WS-BAT-HASH-ACCUM
001707         END-IF
001708     END-IF
001709     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT.
001710 1510-EXIT.
001711     EXIT.
001712
001713*****************************************************************
001714* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
001715* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
001716* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
001717*****************************************************************
001718 1590-REFUSE-BATCH.
001719     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
001720     MOVE WS-BAT-REASON TO WS-BR-REASON
001721     WRITE REJ-LINE FROM WS-BAT-REFUSAL-LINE
001722     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001723     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
001724     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
001725     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
001726     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
001727     WRITE REJ-LINE FROM WS-BAT-TOTALS-LINE
001728     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001729     DISPLAY 'WDRWUPD: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
001730         WS-BAT-REASON
001731     MOVE 8 TO RETURN-CODE
001732     GO TO 9999-EXIT-PROGRAM.
001733 1590-EXIT.
001734     EXIT.
001735
001736*****************************************************************
001737* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
001738* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
001739*****************************************************************
001740 1600-POST-BATCH.
001741     IF NOT WS-BAT-PRESENT
001742         GO TO 1600-EXIT
001743     END-IF
001744     MOVE 'P' TO BAT-CTL-FUNCTION
001745     MOVE 'WDLTRAN ' TO BAT-CTL-FILE-ID
001746     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
001747     MOVE 'WDRWUPD ' TO BAT-CTL-JOB-ID
001748     MOVE WS-RUN-DATE TO BAT-CTL-RUN-DATE
001749     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
001750     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
001751     CALL 'BATCTL' USING BAT-CTL-PARM
001752     IF NOT BAT-CTL-OK
001753         DISPLAY 'WDRWUPD: BATCH ' WS-BAT-BATCH-ID
001754             ' APPLIED BUT NOT REGISTERED'
001755         MOVE 16 TO RETURN-CODE
001756         GO TO 9999-EXIT-PROGRAM
001757     END-IF
001758     DISPLAY 'WDRWUPD: BATCH ' WS-BAT-BATCH-ID
001759         ' APPLIED AND REGISTERED'.
001760 1600-EXIT.
001761     EXIT.
001762
001763*****************************************************************
001764* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
001765* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
001766* NONE.                                                         *
001767*****************************************************************
001768 1800-OPEN-JOURNAL.
001769     MOVE 'O' TO JRN-CTL-FUNCTION
001770     MOVE 'WDRWUPD ' TO JRN-CTL-PROGRAM-ID
001771     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
001772     CALL 'JRNWRT' USING JRN-CTL-PARM
001773     IF NOT JRN-CTL-OK
001774         DISPLAY 'WDRWUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
001775         MOVE 16 TO RETURN-CODE
001776         GO TO 9999-EXIT-PROGRAM
001777     END-IF
001778     SET WS-JRN-OPEN TO TRUE.
001779 1800-EXIT.
001780     EXIT.
001781
001782 1900-CHECK-REJ-STATUS.
001783     IF WS-REJ-STATUS NOT = '00'
001784         DISPLAY 'WDRWUPD: REJECT FILE WRITE FAILED, STATUS='
001785             WS-REJ-STATUS
001786         MOVE 16 TO RETURN-CODE
001787         GO TO 9999-EXIT-PROGRAM
001788     END-IF.
001789 1900-EXIT.
001790     EXIT.
001791
001792*****************************************************************
001793* 2000-APPLY-ONE-WITHDRAWAL - MARK AN OPEN ITEM WITHDRAWN AND   *
001794* FEED ITS CALL NUMBER TO THE CATALOG DELETION JOB, AND OFFER   *
001795* IT TO RPLSEL AS A REPLACEMENT CANDIDATE WITH CATALOGING'S     *
001796* REPLACE CODE AND THE BATCH IT CAME IN.  AN                    *
001797* UNKNOWN CALL NUMBER, A NON-WITHDRAW ACTION, OR AN ITEM THAT   *
001798* IS CLEARED OR ALREADY WITHDRAWN GOES TO THE REJECT REPORT.    *
001800*****************************************************************
001810 2000-APPLY-ONE-WITHDRAWAL.
001820     ADD 1 TO WS-TRANS-READ
002140         PERFORM 3100-REJECT-WITHDRAWAL THRU 3100-EXIT
002150         GO TO 2000-NEXT
002160     END-IF
002165     MOVE FUP-RECORD TO JRN-CTL-BEFORE-IMAGE
002170     SET FUP-WITHDRAWN TO TRUE
002180     IF WDL-TRN-DATE NUMERIC
002190         AND WDL-TRN-DATE > 0
002220         MOVE WS-RUN-DATE TO FUP-WITHDRAWN-DATE
002230     END-IF
002240     MOVE WDL-TRN-INITS TO FUP-WITHDRAWN-INITS
002241     MOVE FUP-CALLNO TO RPC-CALLNO
002242     MOVE FUP-WITHDRAWN-DATE TO RPC-WITHDRAWN-DATE
002243     MOVE FUP-TITLE TO RPC-TITLE
002244     MOVE FUP-SUBAREA TO RPC-SUBAREA
002245     MOVE WDL-TRN-REPLACE-CODE TO RPC-REPLACE-CODE
002246     MOVE FUP-WITHDRAWN-INITS TO RPC-WITHDRAWN-INITS
002247     MOVE WS-BAT-BATCH-ID TO RPC-BATCH-ID
002250     REWRITE FUP-RECORD
002260     IF WS-FUP-STATUS NOT = '00'
002270         DISPLAY 'WDRWUPD: MASTER REWRITE FAILED, STATUS='
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT-PROGRAM
002310     END-IF
002315     PERFORM 2600-JOURNAL-WITHDRAWAL THRU 2600-EXIT
002320     MOVE FUP-CALLNO TO DEL-CALLNO
002330     MOVE FUP-WITHDRAWN-DATE TO DEL-WITHDRAWN-DATE
002340     WRITE DEL-RECORD
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT-PROGRAM
002400     END-IF
002401     WRITE RPC-RECORD
002402     IF WS-RPC-STATUS NOT = '00'
002403         DISPLAY 'WDRWUPD: REPLACEMENT CANDIDATES WRITE FAILED, '
002404             'STATUS=' WS-RPC-STATUS
002405         MOVE 16 TO RETURN-CODE
002406         GO TO 9999-EXIT-PROGRAM
002407     END-IF
002410     ADD 1 TO WS-ITEMS-WITHDRAWN.
002420 2000-NEXT.
002430     PERFORM 1100-READ-TRN-FILE THRU 1100-EXIT.
002440 2000-EXIT.
002441     EXIT.
002442
002443*****************************************************************
002444* 2600-JOURNAL-WITHDRAWAL - JOURNAL THE WITHDRAWAL JUST WRITTEN *
002445* TO THE MASTER, UNDER THE DESK'S BATCH AND INITIALS.           *
002446*****************************************************************
002447 2600-JOURNAL-WITHDRAWAL.
002448     MOVE 'WDLTRAN ' TO JRN-CTL-SOURCE
002449     MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
002450     MOVE WDL-TRN-INITS TO JRN-CTL-INITS
002451     MOVE 'FUPMAST ' TO JRN-CTL-MASTER-ID
002452     MOVE 'S' TO JRN-CTL-ACTION
002453     MOVE FUP-CALLNO TO JRN-CTL-CALLNO
002454     MOVE FUP-KEY TO JRN-CTL-KEY
002455     MOVE FUP-RECORD TO JRN-CTL-AFTER-IMAGE
002456     MOVE 'W' TO JRN-CTL-FUNCTION
002457     CALL 'JRNWRT' USING JRN-CTL-PARM
002458     IF NOT JRN-CTL-OK
002459         DISPLAY 'WDRWUPD: AUDIT JOURNAL WRITE FAILED, KEY='
002460             JRN-CTL-KEY
002461         MOVE 16 TO RETURN-CODE
002462         GO TO 9999-EXIT-PROGRAM
002463     END-IF.
002464 2600-EXIT.
002465     EXIT.
002466
002470 3100-REJECT-WITHDRAWAL.
002480     ADD 1 TO WS-TRANS-REJECTED
002490     MOVE WDL-TRN-CALLNO TO WS-RJ-CALLNO
002620 5000-EXIT.
002630     EXIT.
002640
002641*****************************************************************
002642* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
002643* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
002644* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
002645* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
002646*****************************************************************
002647 8900-CLOSE-JOURNAL.
002648     MOVE 'N' TO WS-JRN-OPEN-SW
002649     MOVE 'C' TO JRN-CTL-FUNCTION
002650     MOVE WS-ITEMS-WITHDRAWN TO JRN-CTL-EXPECTED
002651     MOVE RETURN-CODE TO JRN-CTL-END-RC
002652     CALL 'JRNWRT' USING JRN-CTL-PARM
002653     IF NOT JRN-CTL-OK
002654         DISPLAY 'WDRWUPD: AUDIT JOURNAL CLOSE FAILED'
002655         MOVE 16 TO RETURN-CODE
002656         GO TO 8900-EXIT
002657     END-IF
002658     DISPLAY 'WDRWUPD: JOURNAL RECORDS. . . . : '
002659         JRN-CTL-WRITTEN
002660     IF JRN-CTL-OUT-OF-BALANCE
002661         DISPLAY 'WDRWUPD: AUDIT JOURNAL OUT OF BALANCE - '
002662             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
002663             ' CHANGES COUNTED'
002664         IF RETURN-CODE < 8
002665             MOVE 8 TO RETURN-CODE
002666         END-IF
002667     END-IF.
002668 8900-EXIT.
002669     EXIT.
002670
002671 9999-EXIT-PROGRAM.
002672     IF WS-JRN-OPEN
002673         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
002674     END-IF
002675     CLOSE TRN-FILE
002676     CLOSE FUP-FILE
002680     CLOSE DEL-FILE
002685     CLOSE RPC-FILE
002690     CLOSE REJ-FILE
002700     STOP RUN.
