000170*                    RETURNED RECORDS STAY ON FILE FOR THE      *
000180*                    AUDIT TRAIL; A LATER FINDING REOPENS THE   *
000190*                    ITEM AS A FRESH EPISODE.                   *
000191*   10/15/2026  DJM  BATCH CONTROL TOTALS - THE RETTRAN FILE    *
000192*                    NOW OPENS WITH THE DESK'S BATCH HEADER     *
000193*                    (RECORD COUNT AND HASH TOTAL).  THE FILE   *
000194*                    IS BALANCED AGAINST IT BEFORE ANYTHING IS  *
000195*                    COMMITTED, AND AN OUT-OF-BALANCE BATCH OR  *
000196*                    ONE ALREADY ON THE BATCH REGISTER IS       *
000197*                    REFUSED WHOLE WITH RETURN CODE 8.  AN      *
000198*                    APPLIED BATCH IS POSTED TO THE REGISTER    *
000199*                    THROUGH BATCTL.                            *
000200*   10/15/2026  DJM  AUDIT JOURNAL - EVERY FINDING ADDED,       *
000201*                    REFRESHED, REOPENED OR RETURNED ON THE     *
000202*                    REPAIR MASTER IS JOURNALED WITH ITS BEFORE *
000203*                    AND AFTER IMAGE THROUGH JRNWRT, AND THE    *
000204*                    JOURNAL IS BALANCED AGAINST THE RUN COUNTS *
000205*                    - OUT OF BALANCE ENDS THE STEP WITH RETURN *
000206*                    CODE 8.                                    *
000207*****************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 COPY REPTRAN.
000535 COPY BATHDR.
000540
000550 FD  REP-FILE
000560     LABEL RECORDS ARE STANDARD.
000870 01  WS-RUN-DATE                  PIC 9(08).
000880
000890*****************************************************************
000891* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
000892* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
000893* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
000894*****************************************************************
000895 01  WS-BATCH-CONTROL.
000896     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
000897         88  WS-BAT-PRESENT               VALUE 'Y'.
000898     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
000899         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
000900     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
000901     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
000902     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
000903     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
000904     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
000905     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
000906     05  WS-BAT-REASON            PIC X(40).
000907 COPY BATPARM.
000908
000909*****************************************************************
000910* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000911* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000912* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000913*****************************************************************
000914 01  WS-JOURNAL-CONTROL.
000915     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000916         88  WS-JRN-OPEN                  VALUE 'Y'.
000917 COPY JRNPARM.
000918
000919*****************************************************************
000920* REJECT REPORT LINE LAYOUTS.                                   *
000921*****************************************************************
000922 01  WS-REJ-HEADING-LINE.
000930     05  FILLER                   PIC X(38)
000940         VALUE 'REPRUPD - REJECTED RETURN TRANSACTIONS'.
000950
000980     05  WS-RJ-CALLNO             PIC 9(04).
000990     05  FILLER                   PIC X(02) VALUE SPACES.
001000     05  WS-RJ-REASON             PIC X(40).
001001
001002 01  WS-BAT-REFUSAL-LINE.
001003     05  FILLER                   PIC X(06) VALUE 'BATCH '.
001004     05  WS-BR-BATCH-ID           PIC X(06).
001005     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
001006     05  WS-BR-REASON             PIC X(40).
001007
001008 01  WS-BAT-TOTALS-LINE.
001009     05  FILLER                   PIC X(14)
001010         VALUE 'HEADER COUNT: '.
001011     05  WS-BT-HDR-COUNT          PIC ZZ9.
001012     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001013     05  WS-BT-HDR-HASH           PIC 9(05).
001014     05  FILLER                   PIC X(15)
001015         VALUE '   FILE COUNT: '.
001016     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
001017     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001018     05  WS-BT-FILE-HASH          PIC 9(05).
001019
001020 PROCEDURE DIVISION.
001030
001040*****************************************************************
001120         UNTIL WS-RSLT-EOF
001130     PERFORM 3000-APPLY-ONE-RETURN THRU 3000-EXIT
001140         UNTIL WS-TRN-EOF
001145     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001150     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001160     IF WS-TRANS-REJECTED > 0
001170         MOVE 4 TO RETURN-CODE
001500         MOVE 16 TO RETURN-CODE
001510         GO TO 9999-EXIT-PROGRAM
001520     END-IF
001525     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001530     OPEN OUTPUT REJ-FILE
001540     IF WS-REJ-STATUS NOT = '00'
001550         DISPLAY 'REPRUPD: REJECT FILE OPEN FAILED, STATUS='
001600     WRITE REJ-LINE FROM WS-REJ-HEADING-LINE
001610     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001620     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT
001630     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660
001780             SET WS-TRN-EOF TO TRUE
001790     END-READ.
001800 1200-EXIT.
001801     EXIT.
001802
001803*****************************************************************
001804* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
001805* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
001806* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
001807* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
001808* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
001809* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
001810*****************************************************************
001811 1500-BALANCE-BATCH.
001812     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
001813     IF WS-TRN-EOF
001814         DISPLAY 'REPRUPD: RETTRAN IS EMPTY - NO BATCH TO APPLY'
001815         GO TO 1500-EXIT
001816     END-IF
001817     IF NOT BAT-HDR-PRESENT
001818         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
001819             TO WS-BAT-REASON
001820         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001821     END-IF
001822     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
001823     IF BAT-HDR-REC-COUNT NOT NUMERIC
001824         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
001825         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
001826             TO WS-BAT-REASON
001827         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001828     END-IF
001829     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
001830     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
001831     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
001832     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
001833         UNTIL WS-TRN-EOF
001834     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
001835     IF WS-BAT-SECOND-HDR
001836         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
001837         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001838     END-IF
001839     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
001840         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
001841         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001842     END-IF
001843     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
001844         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
001845         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001846     END-IF
001847     MOVE 'C' TO BAT-CTL-FUNCTION
001848     MOVE 'RETTRAN ' TO BAT-CTL-FILE-ID
001849     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
001850     CALL 'BATCTL' USING BAT-CTL-PARM
001851     IF NOT BAT-CTL-OK
001852         DISPLAY 'REPRUPD: BATCH REGISTER CHECK FAILED - '
001853             'STEP HELD'
001854         MOVE 16 TO RETURN-CODE
001855         GO TO 9999-EXIT-PROGRAM
001856     END-IF
001857     IF BAT-CTL-DUPLICATE
001858         MOVE SPACES TO WS-BAT-REASON
001859         STRING 'DUPLICATE - ALREADY APPLIED ON '
001860                BAT-CTL-APPLIED-DATE
001861             DELIMITED BY SIZE INTO WS-BAT-REASON
001862         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001863     END-IF
001864     CLOSE TRN-FILE
001865     OPEN INPUT TRN-FILE
001866     IF WS-TRN-STATUS NOT = '00'
001867         DISPLAY 'REPRUPD: RETURN TRANS REOPEN FAILED, STATUS='
001868             WS-TRN-STATUS
001869         MOVE 16 TO RETURN-CODE
001870         GO TO 9999-EXIT-PROGRAM
001871     END-IF
001872     MOVE 'N' TO WS-TRN-EOF-SW
001873     SET WS-BAT-PRESENT TO TRUE
001874     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
001875     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
001876 1500-EXIT.
001877     EXIT.
001878
001879 1510-TALLY-ONE-BATCH-REC.
001880     IF BAT-HDR-PRESENT
001881         SET WS-BAT-SECOND-HDR TO TRUE
001882     ELSE
001883         ADD 1 TO WS-BAT-FILE-COUNT
001884         IF REP-TRN-CALLNO NUMERIC
001885             ADD REP-TRN-CALLNO TO WS-BAT-HASH-ACCUM
001886         END-IF
001887     END-IF
001888     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
001889 1510-EXIT.
001890     EXIT.
001891
001892*****************************************************************
001893* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
001894* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
001895* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
001896*****************************************************************
001897 1590-REFUSE-BATCH.
001898     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
001899     MOVE WS-BAT-REASON TO WS-BR-REASON
001900     WRITE REJ-LINE FROM WS-BAT-REFUSAL-LINE
001901     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001902     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
001903     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
001904     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
001905     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
001906     WRITE REJ-LINE FROM WS-BAT-TOTALS-LINE
001907     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001908     DISPLAY 'REPRUPD: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
001909         WS-BAT-REASON
001910     MOVE 8 TO RETURN-CODE
001911     GO TO 9999-EXIT-PROGRAM.
001912 1590-EXIT.
001913     EXIT.
001914
001915*****************************************************************
001916* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
001917* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
001918*****************************************************************
001919 1600-POST-BATCH.
001920     IF NOT WS-BAT-PRESENT
001921         GO TO 1600-EXIT
001922     END-IF
001923     MOVE 'P' TO BAT-CTL-FUNCTION
001924     MOVE 'RETTRAN ' TO BAT-CTL-FILE-ID
001925     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
001926     MOVE 'REPRUPD ' TO BAT-CTL-JOB-ID
001927     MOVE WS-RUN-DATE TO BAT-CTL-RUN-DATE
001928     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
001929     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
001930     CALL 'BATCTL' USING BAT-CTL-PARM
001931     IF NOT BAT-CTL-OK
001932         DISPLAY 'REPRUPD: BATCH ' WS-BAT-BATCH-ID
001933             ' APPLIED BUT NOT REGISTERED'
001934         MOVE 16 TO RETURN-CODE
001935         GO TO 9999-EXIT-PROGRAM
001936     END-IF
001937     DISPLAY 'REPRUPD: BATCH ' WS-BAT-BATCH-ID
001938         ' APPLIED AND REGISTERED'.
001939 1600-EXIT.
001940     EXIT.
001941
001942*****************************************************************
001943* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
001944* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
001945* NONE.                                                         *
001946*****************************************************************
001947 1800-OPEN-JOURNAL.
001948     MOVE 'O' TO JRN-CTL-FUNCTION
001949     MOVE 'REPRUPD ' TO JRN-CTL-PROGRAM-ID
001950     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
001951     CALL 'JRNWRT' USING JRN-CTL-PARM
001952     IF NOT JRN-CTL-OK
001953         DISPLAY 'REPRUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
001954         MOVE 16 TO RETURN-CODE
001955         GO TO 9999-EXIT-PROGRAM
001956     END-IF
001957     SET WS-JRN-OPEN TO TRUE.
001958 1800-EXIT.
001959     EXIT.
001960
001961 1900-CHECK-REJ-STATUS.
001962     IF WS-REJ-STATUS NOT = '00'
001963         DISPLAY 'REPRUPD: REJECT FILE WRITE FAILED, STATUS='
001964             WS-REJ-STATUS
001965         MOVE 16 TO RETURN-CODE
001966         GO TO 9999-EXIT-PROGRAM
001967     END-IF.
001968 1900-EXIT.
001969     EXIT.
001970
001971*****************************************************************
001972* 2000-POST-ONE-RESULT - DAMAGED AND ON-REPAIR FINDINGS GO      *
001973* INTO THE MASTER.  A NEW CALL NUMBER IS ADDED WITH THIS RUN    *
001974* AS ITS SENT DATE; A KNOWN OUT ITEM JUST REFRESHES LAST-SEEN;  *
001975* A RETURNED ITEM REOPENS AS A FRESH EPISODE.                   *
001980*****************************************************************
001990 2000-POST-ONE-RESULT.
002000     ADD 1 TO WS-RESULTS-READ
002050     MOVE RSLT-CALLNO TO REP-CALLNO
002060     READ REP-FILE
002070     IF WS-REP-STATUS = '23'
002075         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
002080         PERFORM 2100-ADD-NEW-FINDING THRU 2100-EXIT
002090         GO TO 2000-NEXT
002100     END-IF
002140         MOVE 16 TO RETURN-CODE
002150         GO TO 9999-EXIT-PROGRAM
002160     END-IF
002165     MOVE REP-RECORD TO JRN-CTL-BEFORE-IMAGE
002170     IF REP-RETURNED
002180         PERFORM 2200-REOPEN-FINDING THRU 2200-EXIT
002190     ELSE
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 9999-EXIT-PROGRAM
002430     END-IF
002433     MOVE 'A' TO JRN-CTL-ACTION
002436     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002440     ADD 1 TO WS-FINDINGS-ADDED.
002450 2100-EXIT.
002460     EXIT.
002550     MOVE 0 TO REP-RETURNED-DATE
002560     MOVE SPACES TO REP-RETURNED-INITS
002570     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
002573     MOVE 'S' TO JRN-CTL-ACTION
002576     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002580     ADD 1 TO WS-FINDINGS-REOPENED.
002590 2200-EXIT.
002600     EXIT.
002680     END-IF
002690     ADD 1 TO REP-TIMES-FOUND
002700     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
002703     MOVE 'C' TO JRN-CTL-ACTION
002706     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002710     ADD 1 TO WS-FINDINGS-UPDATED.
002720 2300-EXIT.
002730     EXIT.
002970         GO TO 9999-EXIT-PROGRAM
002980     END-IF.
002990 2500-EXIT.
002991     EXIT.
002992
002993*****************************************************************
002994* 2600-JOURNAL-FINDING - JOURNAL THE MASTER RECORD JUST WRITTEN *
002995* OR REWRITTEN.  A POSTED FINDING CARRIES THE SHELF CHECKER'S   *
002996* INITIALS; A RETURN CARRIES THE DESK'S BATCH AND INITIALS.     *
002997*****************************************************************
002998 2600-JOURNAL-FINDING.
002999     IF WS-RSLT-EOF
003000         MOVE 'RETTRAN ' TO JRN-CTL-SOURCE
003001         MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
003002         MOVE REP-TRN-INITS TO JRN-CTL-INITS
003003     ELSE
003004         MOVE 'RSLTIN  ' TO JRN-CTL-SOURCE
003005         MOVE SPACES TO JRN-CTL-BATCH-ID
003006         MOVE RSLT-CHECKER-INITS TO JRN-CTL-INITS
003007     END-IF
003008     MOVE 'REPMAST ' TO JRN-CTL-MASTER-ID
003009     MOVE REP-CALLNO TO JRN-CTL-CALLNO
003010     MOVE REP-KEY TO JRN-CTL-KEY
003011     MOVE REP-RECORD TO JRN-CTL-AFTER-IMAGE
003012     MOVE 'W' TO JRN-CTL-FUNCTION
003013     CALL 'JRNWRT' USING JRN-CTL-PARM
003014     IF NOT JRN-CTL-OK
003015         DISPLAY 'REPRUPD: AUDIT JOURNAL WRITE FAILED, KEY='
003016             JRN-CTL-KEY
003017         MOVE 16 TO RETURN-CODE
003018         GO TO 9999-EXIT-PROGRAM
003019     END-IF.
003020 2600-EXIT.
003021     EXIT.
003022
003023*****************************************************************
003030* 3000-APPLY-ONE-RETURN - MARK AN OUT ITEM RETURNED WHEN IT     *
003040* COMES BACK FROM THE BINDERY.  AN UNKNOWN CALL NUMBER, A       *
003050* NON-RETURN ACTION, OR AN ALREADY-RETURNED ITEM GOES TO THE    *
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 9999-EXIT-PROGRAM
003320     END-IF
003325     MOVE REP-RECORD TO JRN-CTL-BEFORE-IMAGE
003330     IF REP-RETURNED
003340         MOVE 'ALREADY RETURNED' TO WS-RJ-REASON
003350         PERFORM 3100-REJECT-RETURN THRU 3100-EXIT
003440     END-IF
003450     MOVE REP-TRN-INITS TO REP-RETURNED-INITS
003460     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
003463     MOVE 'S' TO JRN-CTL-ACTION
003466     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
003470     ADD 1 TO WS-ITEMS-RETURNED.
003480 3000-NEXT.
003490     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
003760 5000-EXIT.
003770     EXIT.
003780
003781*****************************************************************
003782* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
003783* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
003784* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
003785* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
003786*****************************************************************
003787 8900-CLOSE-JOURNAL.
003788     MOVE 'N' TO WS-JRN-OPEN-SW
003789     MOVE 'C' TO JRN-CTL-FUNCTION
003790     COMPUTE JRN-CTL-EXPECTED = WS-FINDINGS-ADDED
003791         + WS-FINDINGS-UPDATED + WS-FINDINGS-REOPENED
003792         + WS-ITEMS-RETURNED
003793     MOVE RETURN-CODE TO JRN-CTL-END-RC
003794     CALL 'JRNWRT' USING JRN-CTL-PARM
003795     IF NOT JRN-CTL-OK
003796         DISPLAY 'REPRUPD: AUDIT JOURNAL CLOSE FAILED'
003797         MOVE 16 TO RETURN-CODE
003798         GO TO 8900-EXIT
003799     END-IF
003800     DISPLAY 'REPRUPD: JOURNAL RECORDS. . . . : '
003801         JRN-CTL-WRITTEN
003802     IF JRN-CTL-OUT-OF-BALANCE
003803         DISPLAY 'REPRUPD: AUDIT JOURNAL OUT OF BALANCE - '
003804             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
003805             ' CHANGES COUNTED'
003806         IF RETURN-CODE < 8
003807             MOVE 8 TO RETURN-CODE
003808         END-IF
003809     END-IF.
003810 8900-EXIT.
003811     EXIT.
003812
003813 9999-EXIT-PROGRAM.
003814     IF WS-JRN-OPEN
003815         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
003816     END-IF
003817     CLOSE RSLT-FILE
003818     CLOSE TRN-FILE
003820     CLOSE REP-FILE
003830     CLOSE REJ-FILE
003840     STOP RUN.
