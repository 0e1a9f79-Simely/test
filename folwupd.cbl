000250*                    WDRWUPD) ARE LEFT ALONE - A NEW FINDING    *
000260*                    AGAINST ONE IS COUNTED AND SKIPPED, AND A  *
000270*                    CLEARANCE AGAINST ONE IS REJECTED.         *
000271*   10/15/2026  DJM  BATCH CONTROL TOTALS - THE CLRTRAN FILE    *
000272*                    NOW OPENS WITH THE DESK'S BATCH HEADER     *
000273*                    (RECORD COUNT AND HASH TOTAL).  THE FILE   *
000274*                    IS BALANCED AGAINST IT BEFORE ANYTHING IS  *
000275*                    COMMITTED, AND AN OUT-OF-BALANCE BATCH OR  *
000276*                    ONE ALREADY ON THE BATCH REGISTER IS       *
000277*                    REFUSED WHOLE WITH RETURN CODE 8.  AN      *
000278*                    APPLIED BATCH IS POSTED TO THE REGISTER    *
000279*                    THROUGH BATCTL.                            *
000280*   10/15/2026  DJM  A NEW FINDING STARTS WITH NO CIRCULATION   *
000281*                    NOTICE STAGE OR RECALL DATE.               *
000282*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000283*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000284*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000285*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000286*                    NOT CLEAN.                                 *
000287*   10/15/2026  DJM  AUDIT JOURNAL - EVERY FINDING ADDED,       *
000288*                    REFRESHED, REOPENED OR CLEARED ON THE      *
000289*                    FOLLOW-UP MASTER IS JOURNALED WITH ITS     *
000290*                    BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND *
000291*                    THE JOURNAL IS BALANCED AGAINST THE RUN    *
000292*                    COUNTS - OUT OF BALANCE ENDS THE STEP WITH *
000293*                    RETURN CODE 8.                             *
000294*****************************************************************

000295 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RSLT-FILE ASSIGN TO RSLTIN
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 COPY FUPTRAN.
000555 COPY BATHDR.

000560 FD  FUP-FILE
000570     LABEL RECORDS ARE STANDARD.
000870 COPY CHNPARM.

000880*****************************************************************
000881* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000882* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000883* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000884*****************************************************************
000885 01  WS-JOURNAL-CONTROL.
000886     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000887         88  WS-JRN-OPEN                  VALUE 'Y'.
000888 COPY JRNPARM.

000889*****************************************************************
000890* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
000891* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
000892* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
000893*****************************************************************
000894 01  WS-BATCH-CONTROL.
000895     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
000896         88  WS-BAT-PRESENT               VALUE 'Y'.
000897     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
000898         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
000899     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
000900     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
000901     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
000902     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
000903     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
000904     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
000905     05  WS-BAT-REASON            PIC X(40).
000906 COPY BATPARM.

000907*****************************************************************
000908* REJECT REPORT LINE LAYOUTS.                                   *
000909*****************************************************************
000910 01  WS-REJ-HEADING-LINE.
000920     05  FILLER                   PIC X(37)
000930         VALUE 'FOLWUPD - REJECTED CLEAR TRANSACTIONS'.
000970     05  FILLER                   PIC X(02) VALUE SPACES.
000980     05  WS-RJ-REASON             PIC X(40).

000981 01  WS-BAT-REFUSAL-LINE.
000982     05  FILLER                   PIC X(06) VALUE 'BATCH '.
000983     05  WS-BR-BATCH-ID           PIC X(06).
000984     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
000985     05  WS-BR-REASON             PIC X(40).

000986 01  WS-BAT-TOTALS-LINE.
000987     05  FILLER                   PIC X(14)
000988         VALUE 'HEADER COUNT: '.
000989     05  WS-BT-HDR-COUNT          PIC ZZ9.
000990     05  FILLER                   PIC X(08) VALUE '  HASH: '.
000991     05  WS-BT-HDR-HASH           PIC 9(05).
000992     05  FILLER                   PIC X(15)
000993         VALUE '   FILE COUNT: '.
000994     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
000995     05  FILLER                   PIC X(08) VALUE '  HASH: '.
000996     05  WS-BT-FILE-HASH          PIC 9(05).

000997 PROCEDURE DIVISION.

001000*****************************************************************
001010* 0000-MAINLINE - POST THE RUN'S MISSING AND MISSHELVED         *
001080         UNTIL WS-RSLT-EOF
001090     PERFORM 3000-APPLY-ONE-CLEAR THRU 3000-EXIT
001100         UNTIL WS-TRN-EOF
001105     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001110     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001120     IF WS-TRANS-REJECTED > 0
001130         MOVE 4 TO RETURN-CODE
001200 1000-INITIALIZE-RUN.
001210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001220     MOVE 'V' TO CHN-CTL-FUNCTION
001230     MOVE 'FOLWUPD ' TO CHN-CTL-JOB-ID
001240     MOVE WS-RUN-DATE TO CHN-CTL-RUN-DATE
001250     MOVE 0 TO CHN-CTL-RC
001260     CALL 'CHNCTL' USING CHN-CTL-PARM
001270     IF NOT CHN-CTL-OK
001280         DISPLAY 'FOLWUPD: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001290             ' NOT CLEAN - STEP HELD'
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT-PROGRAM
001320     END-IF
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT-PROGRAM
001670     END-IF
001675     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001680     OPEN OUTPUT REJ-FILE
001690     IF WS-REJ-STATUS NOT = '00'
001700         DISPLAY 'FOLWUPD: REJECT FILE OPEN FAILED, STATUS='
001750     WRITE REJ-LINE FROM WS-REJ-HEADING-LINE
001760     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
001770     PERFORM 1100-READ-RSLT-FILE THRU 1100-EXIT
001780     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT.
001790 1000-EXIT.
001800     EXIT.

001910             SET WS-TRN-EOF TO TRUE
001920     END-READ.
001930 1200-EXIT.
001931     EXIT.

001932*****************************************************************
001933* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
001934* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
001935* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
001936* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
001937* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
001938* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
001939*****************************************************************
001940 1500-BALANCE-BATCH.
001941     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
001942     IF WS-TRN-EOF
001943         DISPLAY 'FOLWUPD: CLRTRAN IS EMPTY - NO BATCH TO APPLY'
001944         GO TO 1500-EXIT
001945     END-IF
001946     IF NOT BAT-HDR-PRESENT
001947         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
001948             TO WS-BAT-REASON
001949         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001950     END-IF
001951     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
001952     IF BAT-HDR-REC-COUNT NOT NUMERIC
001953         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
001954         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
001955             TO WS-BAT-REASON
001956         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001957     END-IF
001958     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
001959     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
001960     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
001961     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
001962         UNTIL WS-TRN-EOF
001963     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
001964     IF WS-BAT-SECOND-HDR
001965         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
001966         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001967     END-IF
001968     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
001969         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
001970         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001971     END-IF
001972     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
001973         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
001974         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001975     END-IF
001976     MOVE 'C' TO BAT-CTL-FUNCTION
001977     MOVE 'CLRTRAN ' TO BAT-CTL-FILE-ID
001978     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
001979     CALL 'BATCTL' USING BAT-CTL-PARM
001980     IF NOT BAT-CTL-OK
001981         DISPLAY 'FOLWUPD: BATCH REGISTER CHECK FAILED - '
001982             'STEP HELD'
001983         MOVE 16 TO RETURN-CODE
001984         GO TO 9999-EXIT-PROGRAM
001985     END-IF
001986     IF BAT-CTL-DUPLICATE
001987         MOVE SPACES TO WS-BAT-REASON
001988         STRING 'DUPLICATE - ALREADY APPLIED ON '
001989                BAT-CTL-APPLIED-DATE
001990             DELIMITED BY SIZE INTO WS-BAT-REASON
001991         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
001992     END-IF
001993     CLOSE TRN-FILE
001994     OPEN INPUT TRN-FILE
001995     IF WS-TRN-STATUS NOT = '00'
001996         DISPLAY 'FOLWUPD: CLEAR TRANS REOPEN FAILED, STATUS='
001997             WS-TRN-STATUS
001998         MOVE 16 TO RETURN-CODE
001999         GO TO 9999-EXIT-PROGRAM
002000     END-IF
002001     MOVE 'N' TO WS-TRN-EOF-SW
002002     SET WS-BAT-PRESENT TO TRUE
002003     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002004     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002005 1500-EXIT.
002006     EXIT.

002007 1510-TALLY-ONE-BATCH-REC.
002008     IF BAT-HDR-PRESENT
002009         SET WS-BAT-SECOND-HDR TO TRUE
002010     ELSE
002011         ADD 1 TO WS-BAT-FILE-COUNT
002012         IF FUP-TRN-CALLNO NUMERIC
002013             ADD FUP-TRN-CALLNO TO WS-BAT-HASH-ACCUM
002014         END-IF
002015     END-IF
002016     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002017 1510-EXIT.
002018     EXIT.

002019*****************************************************************
002020* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
002021* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
002022* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
002023*****************************************************************
002024 1590-REFUSE-BATCH.
002025     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
002026     MOVE WS-BAT-REASON TO WS-BR-REASON
002027     WRITE REJ-LINE FROM WS-BAT-REFUSAL-LINE
002028     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002029     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
002030     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
002031     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
002032     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
002033     WRITE REJ-LINE FROM WS-BAT-TOTALS-LINE
002034     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002035     DISPLAY 'FOLWUPD: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
002036         WS-BAT-REASON
002037     MOVE 8 TO RETURN-CODE
002038     GO TO 9999-EXIT-PROGRAM.
002039 1590-EXIT.
002040     EXIT.

002041*****************************************************************
002042* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
002043* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
002044*****************************************************************
002045 1600-POST-BATCH.
002046     IF NOT WS-BAT-PRESENT
002047         GO TO 1600-EXIT
002048     END-IF
002049     MOVE 'P' TO BAT-CTL-FUNCTION
002050     MOVE 'CLRTRAN ' TO BAT-CTL-FILE-ID
002051     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002052     MOVE 'FOLWUPD ' TO BAT-CTL-JOB-ID
002053     MOVE WS-RUN-DATE TO BAT-CTL-RUN-DATE
002054     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
002055     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
002056     CALL 'BATCTL' USING BAT-CTL-PARM
002057     IF NOT BAT-CTL-OK
002058         DISPLAY 'FOLWUPD: BATCH ' WS-BAT-BATCH-ID
002059             ' APPLIED BUT NOT REGISTERED'
002060         MOVE 16 TO RETURN-CODE
002061         GO TO 9999-EXIT-PROGRAM
002062     END-IF
002063     DISPLAY 'FOLWUPD: BATCH ' WS-BAT-BATCH-ID
002064         ' APPLIED AND REGISTERED'.
002065 1600-EXIT.
002066     EXIT.

002067*****************************************************************
002068* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
002069* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
002070* NONE.                                                         *
002071*****************************************************************
002072 1800-OPEN-JOURNAL.
002073     MOVE 'O' TO JRN-CTL-FUNCTION
002074     MOVE 'FOLWUPD ' TO JRN-CTL-PROGRAM-ID
002075     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
002076     CALL 'JRNWRT' USING JRN-CTL-PARM
002077     IF NOT JRN-CTL-OK
002078         DISPLAY 'FOLWUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
002079         MOVE 16 TO RETURN-CODE
002080         GO TO 9999-EXIT-PROGRAM
002081     END-IF
002082     SET WS-JRN-OPEN TO TRUE.
002083 1800-EXIT.
002084     EXIT.

002085 1900-CHECK-REJ-STATUS.
002086     IF WS-REJ-STATUS NOT = '00'
002087         DISPLAY 'FOLWUPD: REJECT FILE WRITE FAILED, STATUS='
002088             WS-REJ-STATUS
002089         MOVE 16 TO RETURN-CODE
002090         GO TO 9999-EXIT-PROGRAM
002091     END-IF.
002092 1900-EXIT.
002093     EXIT.

002094*****************************************************************
002095* 2000-POST-ONE-RESULT - MISSING AND MISSHELVED FINDINGS GO     *
002096* INTO THE MASTER.  A NEW CALL NUMBER IS ADDED WITH THIS RUN    *
002097* AS ITS FIRST-FOUND DATE; A KNOWN OPEN ITEM JUST REFRESHES     *
002098* LAST-SEEN; A CLEARED ITEM REOPENS AS A FRESH EPISODE.         *
002099*****************************************************************
002100 2000-POST-ONE-RESULT.
002110     ADD 1 TO WS-RESULTS-READ
002120     IF NOT RSLT-MISSING
002160     MOVE RSLT-CALLNO TO FUP-CALLNO
002170     READ FUP-FILE
002180     IF WS-FUP-STATUS = '23'
002185         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
002190         PERFORM 2100-ADD-NEW-FINDING THRU 2100-EXIT
002200         GO TO 2000-NEXT
002210     END-IF
002310         ADD 1 TO WS-WITHDRAWN-SKIPPED
002320         GO TO 2000-NEXT
002330     END-IF
002335     MOVE FUP-RECORD TO JRN-CTL-BEFORE-IMAGE
002340     IF FUP-CLEARED
002350         PERFORM 2200-REOPEN-FINDING THRU 2200-EXIT
002360     ELSE
002550*        FINDING MUST NOT INHERIT ANOTHER ITEM'S WITHDRAWAL.
002560     MOVE 0 TO FUP-WITHDRAWN-DATE
002570     MOVE SPACES TO FUP-WITHDRAWN-INITS
002573     SET FUP-NO-NOTICE TO TRUE
002576     MOVE 0 TO FUP-RECALL-DATE
002580     WRITE FUP-RECORD
002590     IF WS-FUP-STATUS NOT = '00'
002600         DISPLAY 'FOLWUPD: MASTER WRITE FAILED, STATUS='
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 9999-EXIT-PROGRAM
002640     END-IF
002643     MOVE 'A' TO JRN-CTL-ACTION
002646     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002650     ADD 1 TO WS-FINDINGS-ADDED.
002660 2100-EXIT.
002670     EXIT.
002750     MOVE 0 TO FUP-CLEARED-DATE
002760     MOVE SPACES TO FUP-CLEARED-INITS
002770     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
002773     MOVE 'S' TO JRN-CTL-ACTION
002776     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002780     ADD 1 TO WS-FINDINGS-REOPENED.
002790 2200-EXIT.
002800     EXIT.
002870     END-IF
002880     ADD 1 TO FUP-TIMES-FOUND
002890     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
002893     MOVE 'C' TO JRN-CTL-ACTION
002896     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
002900     ADD 1 TO WS-FINDINGS-UPDATED.
002910 2300-EXIT.
002920     EXIT.
003140         GO TO 9999-EXIT-PROGRAM
003150     END-IF.
003160 2500-EXIT.
003161     EXIT.

003162*****************************************************************
003163* 2600-JOURNAL-FINDING - JOURNAL THE MASTER RECORD JUST WRITTEN *
003164* OR REWRITTEN.  A POSTED FINDING CARRIES THE SHELF CHECKER'S   *
003165* INITIALS; A CLEARANCE CARRIES THE DESK'S BATCH AND INITIALS.  *
003166*****************************************************************
003167 2600-JOURNAL-FINDING.
003168     IF WS-RSLT-EOF
003169         MOVE 'CLRTRAN ' TO JRN-CTL-SOURCE
003170         MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
003171         MOVE FUP-TRN-INITS TO JRN-CTL-INITS
003172     ELSE
003173         MOVE 'RSLTIN  ' TO JRN-CTL-SOURCE
003174         MOVE SPACES TO JRN-CTL-BATCH-ID
003175         MOVE RSLT-CHECKER-INITS TO JRN-CTL-INITS
003176     END-IF
003177     MOVE 'FUPMAST ' TO JRN-CTL-MASTER-ID
003178     MOVE FUP-CALLNO TO JRN-CTL-CALLNO
003179     MOVE FUP-KEY TO JRN-CTL-KEY
003180     MOVE FUP-RECORD TO JRN-CTL-AFTER-IMAGE
003181     MOVE 'W' TO JRN-CTL-FUNCTION
003182     CALL 'JRNWRT' USING JRN-CTL-PARM
003183     IF NOT JRN-CTL-OK
003184         DISPLAY 'FOLWUPD: AUDIT JOURNAL WRITE FAILED, KEY='
003185             JRN-CTL-KEY
003186         MOVE 16 TO RETURN-CODE
003187         GO TO 9999-EXIT-PROGRAM
003188     END-IF.
003189 2600-EXIT.
003190     EXIT.

003191*****************************************************************
003192* 3000-APPLY-ONE-CLEAR - MARK AN OPEN ITEM CLEARED WHEN IT      *
003200* TURNS UP.  AN UNKNOWN CALL NUMBER, A NON-CLEAR ACTION, OR AN  *
003210* ALREADY-CLEARED ITEM GOES TO THE REJECT REPORT.               *
003220*****************************************************************
003500         PERFORM 3100-REJECT-CLEAR THRU 3100-EXIT
003510         GO TO 3000-NEXT
003520     END-IF
003525     MOVE FUP-RECORD TO JRN-CTL-BEFORE-IMAGE
003530     IF FUP-CLEARED
003540         MOVE 'ALREADY CLEARED' TO WS-RJ-REASON
003550         PERFORM 3100-REJECT-CLEAR THRU 3100-EXIT
003640     END-IF
003650     MOVE FUP-TRN-INITS TO FUP-CLEARED-INITS
003660     PERFORM 2500-REWRITE-MASTER THRU 2500-EXIT
003663     MOVE 'S' TO JRN-CTL-ACTION
003666     PERFORM 2600-JOURNAL-FINDING THRU 2600-EXIT
003670     ADD 1 TO WS-ITEMS-CLEARED.
003680 3000-NEXT.
003690     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
003960 5000-EXIT.
003970     EXIT.

003971*****************************************************************
003972* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
003973* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
003974* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
003975* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
003976*****************************************************************
003977 8900-CLOSE-JOURNAL.
003978     MOVE 'N' TO WS-JRN-OPEN-SW
003979     MOVE 'C' TO JRN-CTL-FUNCTION
003980     COMPUTE JRN-CTL-EXPECTED = WS-FINDINGS-ADDED
003981         + WS-FINDINGS-UPDATED + WS-FINDINGS-REOPENED
003982         + WS-ITEMS-CLEARED
003983     MOVE RETURN-CODE TO JRN-CTL-END-RC
003984     CALL 'JRNWRT' USING JRN-CTL-PARM
003985     IF NOT JRN-CTL-OK
003986         DISPLAY 'FOLWUPD: AUDIT JOURNAL CLOSE FAILED'
003987         MOVE 16 TO RETURN-CODE
003988         GO TO 8900-EXIT
003989     END-IF
003990     DISPLAY 'FOLWUPD: JOURNAL RECORDS. . . . : '
003991         JRN-CTL-WRITTEN
003992     IF JRN-CTL-OUT-OF-BALANCE
003993         DISPLAY 'FOLWUPD: AUDIT JOURNAL OUT OF BALANCE - '
003994             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
003995             ' CHANGES COUNTED'
003996         IF RETURN-CODE < 8
003997             MOVE 8 TO RETURN-CODE
003998         END-IF
003999     END-IF.
004000 8900-EXIT.
004001     EXIT.

004002 9999-EXIT-PROGRAM.
004003     IF WS-JRN-OPEN
004004         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
004005     END-IF
004006     IF WS-CHN-STARTED
004007         MOVE 'E' TO CHN-CTL-FUNCTION
004010         MOVE 'FOLWUPD ' TO CHN-CTL-JOB-ID
004020         MOVE WS-RUN-DATE TO CHN-CTL-RUN-DATE
004030         MOVE RETURN-CODE TO CHN-CTL-RC
