000280*                    SUBSTITUTIONS DAYS AFTER THE DRAW - AND    *
000290*                    POSTS ITS OWN START, COMPLETION, AND       *
000300*                    RETURN CODE THROUGH CHNCTL.                *
000301*   10/15/2026  DJM  BATCH CONTROL TOTALS - THE SUBTRAN FILE    *
000302*                    NOW OPENS WITH THE DESK'S BATCH HEADER     *
000303*                    (RECORD COUNT AND HASH TOTAL).  THE FILE   *
000304*                    IS BALANCED AGAINST IT BEFORE ANYTHING IS  *
000305*                    COMMITTED, AND AN OUT-OF-BALANCE BATCH OR  *
000306*                    ONE ALREADY ON THE BATCH REGISTER IS       *
000307*                    REFUSED WHOLE WITH RETURN CODE 8.  AN      *
000308*                    APPLIED BATCH IS POSTED TO THE REGISTER    *
000309*                    THROUGH BATCTL.                            *
000310*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000311*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000312*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000313*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000314*                    NOT CLEAN.                                 *
000315*   10/15/2026  DJM  AUDIT JOURNAL - EACH SUBSTITUTION APPLIED  *
000316*                    JOURNALS TWO STATUS CHANGES THROUGH        *
000317*                    JRNWRT, THE ALTERNATE ACTIVATED AND THE    *
000318*                    PRIMARY DISQUALIFIED, EACH WITH THE DRAW   *
000319*                    BEFORE AND AFTER AND THE DESK'S INITIALS.  *
000320*                    THE JOURNAL IS BALANCED AGAINST TWICE THE  *
000321*                    SUBSTITUTIONS APPLIED - OUT OF BALANCE     *
000322*                    ENDS THE STEP WITH RETURN CODE 8.          *
000323*   10/15/2026  DJM  THE JOURNAL IS NOW WRITTEN AS EACH CHANGED *
000324*                    DRAW REACHES DRWOUT, WITH THE DRAW AS READ *
000325*                    AS ITS BEFORE IMAGE, SO IT NEVER HOLDS A   *
000326*                    CHANGE THE REVISED FILE DOES NOT.  IT IS   *
000327*                    BALANCED AGAINST THE DRAWS CHANGED.  THE   *
000328*                    REVISED FILE IS OPENED ONLY AFTER THE      *
000329*                    BATCH IS ACCEPTED, SO A REFUSED BATCH      *
000330*                    LEAVES THE LAST DRWOUT IN PLACE.           *
000331*****************************************************************
000332
000333 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DRW-FILE ASSIGN TO DRWIN
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SUBTRAN.
000655 COPY BATHDR.
000660
000670 FD  RVS-FILE
000680     RECORDING MODE IS F
000990         88  WS-CHN-STARTED              VALUE 'Y'.
001000 COPY CHNPARM.

001001*****************************************************************
001002* AUDIT JOURNAL - EVERY DRAW A SUBSTITUTION CHANGES IS          *
001003* JOURNALED WITH ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND *
001004* THE JOURNAL IS BALANCED AGAINST THE RUN COUNTS WHEN CLOSED.   *
001005*****************************************************************
001006 01  WS-JOURNAL-CONTROL.
001007     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001008         88  WS-JRN-OPEN                  VALUE 'Y'.
001009 COPY JRNPARM.

001010 01  WS-MATCH-CONTROLS.
001020     05  WS-PRI-IX                PIC 9(03).
001030     05  WS-ALT-IX                PIC 9(03).
001100     05  WS-TRANS-READ            PIC 9(03) VALUE 0.
001110     05  WS-SUBS-APPLIED          PIC 9(03) VALUE 0.
001120     05  WS-TRANS-REJECTED        PIC 9(03) VALUE 0.
001125     05  WS-DRAWS-CHANGED         PIC 9(03) VALUE 0.
001130
001140*****************************************************************
001150* THE WHOLE DRAW FILE IS HELD HERE SO EVERY PAIRING CAN BE      *
001160* VALIDATED BEFORE THE REVISED FILE IS WRITTEN IN THE ORIGINAL  *
001170* SEQUENCE.  200 ENTRIES LEAVES HEADROOM OVER THE SAMPLER'S     *
001180* 135-DRAW CEILING (90 PRIMARIES PLUS ALTERNATES).              *
001182* EACH ENTRY ALSO KEEPS THE DRAW AS READ, WHETHER A             *
001184* SUBSTITUTION CHANGED IT, AND THE INITIALS OF THE DESK THAT    *
001186* DID, FOR THE JOURNAL WRITTEN WITH THE REVISED FILE.           *
001190*****************************************************************
001200 01  WS-DRAW-TABLE.
001210     05  WS-DRAW-IX               PIC 9(03).
001220     05  WS-DRAW-ENTRY OCCURS 200 TIMES.
001230         10  WS-DT-RECORD         PIC X(98).
001232         10  WS-DT-AS-READ        PIC X(98).
001234         10  WS-DT-CHANGED-SW     PIC X(01).
001236             88  WS-DT-CHANGED           VALUE 'Y'.
001238         10  WS-DT-INITS          PIC X(03).
001240
001250*        STAGING AREA - ONE DRAW RECORD PULLED OUT OF THE TABLE
001260*        FOR INSPECTION OR UPDATE, LAID OUT LIKE DRW-RECORD.
001390     05  WS-DW-DISQ-REASON        PIC X(20).
001400
001410*****************************************************************
001411* BATCH CONTROL - THE DESK'S HEADER TOTALS AND THE TOTALS       *
001412* COUNTED OFF THE FILE ITSELF.  THE BATCH IS APPLIED ONLY WHEN  *
001413* THEY AGREE AND ITS ID IS NOT ALREADY ON THE BATCH REGISTER.   *
001414*****************************************************************
001415 01  WS-BATCH-CONTROL.
001416     05  WS-BAT-PRESENT-SW        PIC X(01) VALUE 'N'.
001417         88  WS-BAT-PRESENT               VALUE 'Y'.
001418     05  WS-BAT-SECOND-HDR-SW     PIC X(01) VALUE 'N'.
001419         88  WS-BAT-SECOND-HDR            VALUE 'Y'.
001420     05  WS-BAT-BATCH-ID          PIC X(06) VALUE SPACES.
001421     05  WS-BAT-HDR-COUNT         PIC 9(03) VALUE 0.
001422     05  WS-BAT-HDR-HASH          PIC 9(05) VALUE 0.
001423     05  WS-BAT-FILE-COUNT        PIC 9(05) VALUE 0.
001424     05  WS-BAT-HASH-ACCUM        PIC 9(09) VALUE 0.
001425     05  WS-BAT-FILE-HASH         PIC 9(05) VALUE 0.
001426     05  WS-BAT-REASON            PIC X(40).
001427 COPY BATPARM.
001428
001429*****************************************************************
001430* REJECT REPORT LINE LAYOUTS.                                   *
001431*****************************************************************
001440 01  WS-REJ-HEADING-LINE.
001450     05  FILLER                   PIC X(40)
001460         VALUE 'ALTSUBST - REJECTED SUBSTITUTION TRANS'.
001520     05  WS-RJ-ALT-SEQ            PIC 9(03).
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  WS-RJ-REASON             PIC X(45).
001541
001542 01  WS-BAT-REFUSAL-LINE.
001543     05  FILLER                   PIC X(06) VALUE 'BATCH '.
001544     05  WS-BR-BATCH-ID           PIC X(06).
001545     05  FILLER                   PIC X(11) VALUE ' REFUSED - '.
001546     05  WS-BR-REASON             PIC X(40).
001547
001548 01  WS-BAT-TOTALS-LINE.
001549     05  FILLER                   PIC X(14)
001550         VALUE 'HEADER COUNT: '.
001551     05  WS-BT-HDR-COUNT          PIC ZZ9.
001552     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001553     05  WS-BT-HDR-HASH           PIC 9(05).
001554     05  FILLER                   PIC X(15)
001555         VALUE '   FILE COUNT: '.
001556     05  WS-BT-FILE-COUNT         PIC ZZZZ9.
001557     05  FILLER                   PIC X(08) VALUE '  HASH: '.
001558     05  WS-BT-FILE-HASH          PIC 9(05).
001559
001560 PROCEDURE DIVISION.
001570
001580*****************************************************************
001690     PERFORM 4000-WRITE-ONE-REVISED THRU 4000-EXIT
001700         VARYING WS-DRAW-IX FROM 1 BY 1
001710         UNTIL WS-DRAW-IX > WS-DRAWS-LOADED
001715     PERFORM 1600-POST-BATCH THRU 1600-EXIT
001720     PERFORM 5000-DISPLAY-RUN-COUNTS THRU 5000-EXIT
001730     IF WS-TRANS-REJECTED > 0
001740         MOVE 4 TO RETURN-CODE
002000     END-READ
002010     CLOSE SUM-FILE
002020     MOVE 'V' TO CHN-CTL-FUNCTION
002030     MOVE 'ALTSUBST' TO CHN-CTL-JOB-ID
002040     MOVE SUM-RUN-DATE TO CHN-CTL-RUN-DATE
002050     MOVE 0 TO CHN-CTL-RC
002060     CALL 'CHNCTL' USING CHN-CTL-PARM
002070     IF NOT CHN-CTL-OK
002077         DISPLAY 'ALTSUBST: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
002084             ' NOT CLEAN FOR RUN DATE ' SUM-RUN-DATE
002091             ' - STEP HELD'
002100         MOVE 16 TO RETURN-CODE
002110         GO TO 9999-EXIT-PROGRAM
002120     END-IF
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 9999-EXIT-PROGRAM
002360     END-IF
002370     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
002440     OPEN OUTPUT REJ-FILE
002450     IF WS-REJ-STATUS NOT = '00'
002460         DISPLAY 'ALTSUBST: REJECT FILE OPEN FAILED, STATUS='
002510     WRITE REJ-LINE FROM WS-REJ-HEADING-LINE
002520     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002530     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT
002531     PERFORM 1500-BALANCE-BATCH THRU 1500-EXIT
002532*        THE REVISED FILE IS OPENED ONLY ONCE THE BATCH IS
002533*        ACCEPTED - A REFUSED OR DUPLICATE BATCH MUST LEAVE THE
002534*        LAST GOOD DRWOUT WHERE IT IS.
002535     OPEN OUTPUT RVS-FILE
002536     IF WS-RVS-STATUS NOT = '00'
002537         DISPLAY 'ALTSUBST: REVISED FILE OPEN FAILED, STATUS='
002538             WS-RVS-STATUS
002539         MOVE 16 TO RETURN-CODE
002540         GO TO 9999-EXIT-PROGRAM
002541     END-IF.
002550 1000-EXIT.
002560     EXIT.
002570
002690             SET WS-TRN-EOF TO TRUE
002700     END-READ.
002710 1200-EXIT.
002711     EXIT.
002712
002713*****************************************************************
002714* 1500-BALANCE-BATCH - THE FILE MUST OPEN WITH THE DESK'S BATCH *
002715* HEADER.  EVERY DETAIL RECORD IS COUNTED AND HASHED BEFORE ANY *
002716* IS APPLIED; A BATCH THAT DOES NOT AGREE WITH ITS HEADER, OR   *
002717* WHOSE ID IS ALREADY ON THE BATCH REGISTER, IS REFUSED WHOLE.  *
002718* A BALANCED BATCH IS REOPENED AND PRIMED PAST ITS HEADER.  AN  *
002719* EMPTY FILE IS NO BATCH AT ALL - NOTHING WAS KEYED.            *
002720*****************************************************************
002721 1500-BALANCE-BATCH.
002722     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002723     IF WS-TRN-EOF
002724         DISPLAY 'ALTSUBST: SUBTRAN IS EMPTY - NO BATCH TO APPLY'
002725         GO TO 1500-EXIT
002726     END-IF
002727     IF NOT BAT-HDR-PRESENT
002728         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
002729             TO WS-BAT-REASON
002730         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002731     END-IF
002732     MOVE BAT-HDR-BATCH-ID TO WS-BAT-BATCH-ID
002733     IF BAT-HDR-REC-COUNT NOT NUMERIC
002734         OR BAT-HDR-HASH-TOTAL NOT NUMERIC
002735         MOVE 'HEADER COUNT OR HASH TOTAL NOT NUMERIC'
002736             TO WS-BAT-REASON
002737         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002738     END-IF
002739     MOVE BAT-HDR-REC-COUNT TO WS-BAT-HDR-COUNT
002740     MOVE BAT-HDR-HASH-TOTAL TO WS-BAT-HDR-HASH
002741     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002742     PERFORM 1510-TALLY-ONE-BATCH-REC THRU 1510-EXIT
002743         UNTIL WS-TRN-EOF
002744     MOVE WS-BAT-HASH-ACCUM TO WS-BAT-FILE-HASH
002745     IF WS-BAT-SECOND-HDR
002746         MOVE 'SECOND BATCH HEADER IN THE FILE' TO WS-BAT-REASON
002747         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002748     END-IF
002749     IF WS-BAT-FILE-COUNT NOT = WS-BAT-HDR-COUNT
002750         MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-BAT-REASON
002751         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002752     END-IF
002753     IF WS-BAT-FILE-HASH NOT = WS-BAT-HDR-HASH
002754         MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-BAT-REASON
002755         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002756     END-IF
002757     MOVE 'C' TO BAT-CTL-FUNCTION
002758     MOVE 'SUBTRAN ' TO BAT-CTL-FILE-ID
002759     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002760     CALL 'BATCTL' USING BAT-CTL-PARM
002761     IF NOT BAT-CTL-OK
002762         DISPLAY 'ALTSUBST: BATCH REGISTER CHECK FAILED - '
002763             'STEP HELD'
002764         MOVE 16 TO RETURN-CODE
002765         GO TO 9999-EXIT-PROGRAM
002766     END-IF
002767     IF BAT-CTL-DUPLICATE
002768         MOVE SPACES TO WS-BAT-REASON
002769         STRING 'DUPLICATE - ALREADY APPLIED ON '
002770                BAT-CTL-APPLIED-DATE
002771             DELIMITED BY SIZE INTO WS-BAT-REASON
002772         PERFORM 1590-REFUSE-BATCH THRU 1590-EXIT
002773     END-IF
002774     CLOSE TRN-FILE
002775     OPEN INPUT TRN-FILE
002776     IF WS-TRN-STATUS NOT = '00'
002777         DISPLAY 'ALTSUBST: TRANSACTION FILE REOPEN '
002778             'FAILED, STATUS='
002779             WS-TRN-STATUS
002780         MOVE 16 TO RETURN-CODE
002781         GO TO 9999-EXIT-PROGRAM
002782     END-IF
002783     MOVE 'N' TO WS-TRN-EOF-SW
002784     SET WS-BAT-PRESENT TO TRUE
002785     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT
002786     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002787 1500-EXIT.
002788     EXIT.
002789
002790 1510-TALLY-ONE-BATCH-REC.
002791     IF BAT-HDR-PRESENT
002792         SET WS-BAT-SECOND-HDR TO TRUE
002793     ELSE
002794         ADD 1 TO WS-BAT-FILE-COUNT
002795         IF SUB-PRI-SEQ-NO NUMERIC
002796             ADD SUB-PRI-SEQ-NO TO WS-BAT-HASH-ACCUM
002797         END-IF
002798         IF SUB-ALT-SEQ-NO NUMERIC
002799             ADD SUB-ALT-SEQ-NO TO WS-BAT-HASH-ACCUM
002800         END-IF
002801     END-IF
002802     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
002803 1510-EXIT.
002804     EXIT.
002805
002806*****************************************************************
002807* 1590-REFUSE-BATCH - REPORT THE REFUSAL WITH BOTH SETS OF      *
002808* TOTALS AND END THE STEP BEFORE ANYTHING IS COMMITTED.  THE    *
002809* DESK CORRECTS AND RESUBMITS THE WHOLE BATCH.                  *
002810*****************************************************************
002811 1590-REFUSE-BATCH.
002812     MOVE WS-BAT-BATCH-ID TO WS-BR-BATCH-ID
002813     MOVE WS-BAT-REASON TO WS-BR-REASON
002814     WRITE REJ-LINE FROM WS-BAT-REFUSAL-LINE
002815     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002816     MOVE WS-BAT-HDR-COUNT TO WS-BT-HDR-COUNT
002817     MOVE WS-BAT-HDR-HASH TO WS-BT-HDR-HASH
002818     MOVE WS-BAT-FILE-COUNT TO WS-BT-FILE-COUNT
002819     MOVE WS-BAT-FILE-HASH TO WS-BT-FILE-HASH
002820     WRITE REJ-LINE FROM WS-BAT-TOTALS-LINE
002821     PERFORM 1900-CHECK-REJ-STATUS THRU 1900-EXIT
002822     DISPLAY 'ALTSUBST: BATCH ' WS-BAT-BATCH-ID ' REFUSED - '
002823         WS-BAT-REASON
002824     MOVE 8 TO RETURN-CODE
002825     GO TO 9999-EXIT-PROGRAM.
002826 1590-EXIT.
002827     EXIT.
002828
002829*****************************************************************
002830* 1600-POST-BATCH - THE BATCH HAS BEEN APPLIED; ENTER IT ON THE *
002831* REGISTER SO A SECOND SUBMISSION OF THE SAME DECK IS REFUSED.  *
002832*****************************************************************
002833 1600-POST-BATCH.
002834     IF NOT WS-BAT-PRESENT
002835         GO TO 1600-EXIT
002836     END-IF
002837     MOVE 'P' TO BAT-CTL-FUNCTION
002838     MOVE 'SUBTRAN ' TO BAT-CTL-FILE-ID
002839     MOVE WS-BAT-BATCH-ID TO BAT-CTL-BATCH-ID
002840     MOVE 'ALTSUBST' TO BAT-CTL-JOB-ID
002841     MOVE WS-CHN-RUN-DATE TO BAT-CTL-RUN-DATE
002842     MOVE WS-BAT-HDR-COUNT TO BAT-CTL-REC-COUNT
002843     MOVE WS-BAT-HDR-HASH TO BAT-CTL-HASH-TOTAL
002844     CALL 'BATCTL' USING BAT-CTL-PARM
002845     IF NOT BAT-CTL-OK
002846         DISPLAY 'ALTSUBST: BATCH ' WS-BAT-BATCH-ID
002847             ' APPLIED BUT NOT REGISTERED'
002848         MOVE 16 TO RETURN-CODE
002849         GO TO 9999-EXIT-PROGRAM
002850     END-IF
002851     DISPLAY 'ALTSUBST: BATCH ' WS-BAT-BATCH-ID
002852         ' APPLIED AND REGISTERED'.
002853 1600-EXIT.
002854     EXIT.
002855
002856*****************************************************************
002857* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
002858* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
002859* NONE.                                                         *
002860*****************************************************************
002861 1800-OPEN-JOURNAL.
002862     MOVE 'O' TO JRN-CTL-FUNCTION
002863     MOVE 'ALTSUBST' TO JRN-CTL-PROGRAM-ID
002864     MOVE WS-CHN-RUN-DATE TO JRN-CTL-RUN-DATE
002865     CALL 'JRNWRT' USING JRN-CTL-PARM
002866     IF NOT JRN-CTL-OK
002867         DISPLAY 'ALTSUBST: AUDIT JOURNAL OPEN FAILED - STEP HELD'
002868         MOVE 16 TO RETURN-CODE
002869         GO TO 9999-EXIT-PROGRAM
002870     END-IF
002871     SET WS-JRN-OPEN TO TRUE.
002872 1800-EXIT.
002873     EXIT.
002874
002875 1900-CHECK-REJ-STATUS.
002876     IF WS-REJ-STATUS NOT = '00'
002877         DISPLAY 'ALTSUBST: REJECT FILE WRITE FAILED, STATUS='
002878             WS-REJ-STATUS
002879         MOVE 16 TO RETURN-CODE
002880         GO TO 9999-EXIT-PROGRAM
002881     END-IF.
002882 1900-EXIT.
002883     EXIT.
002884
002885 2000-LOAD-ONE-DRAW.
002886     IF WS-DRAWS-LOADED >= 200
002887         DISPLAY 'ALTSUBST: DRAW FILE EXCEEDS THE 200-ENTRY '
002888             'TABLE - RUN ABANDONED'
002889         MOVE 16 TO RETURN-CODE
002890         GO TO 9999-EXIT-PROGRAM
002900     END-IF
002910     ADD 1 TO WS-DRAWS-LOADED
002920     MOVE DRW-RECORD TO WS-DT-RECORD (WS-DRAWS-LOADED)
002922     MOVE DRW-RECORD TO WS-DT-AS-READ (WS-DRAWS-LOADED)
002924     MOVE 'N' TO WS-DT-CHANGED-SW (WS-DRAWS-LOADED)
002926     MOVE SPACES TO WS-DT-INITS (WS-DRAWS-LOADED)
002930     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT.
002940 2000-EXIT.
002950     EXIT.
003540*        ACTIVATION.  APPLY THE PAIRING.
003550     MOVE 'N' TO WS-DW-ALT-SW
003560     MOVE WS-DT-WORK TO WS-DT-RECORD (WS-ALT-IX)
003563     MOVE WS-ALT-IX TO WS-SCAN-IX
003566     PERFORM 3300-MARK-CHANGED THRU 3300-EXIT
003570     MOVE WS-DT-RECORD (WS-PRI-IX) TO WS-DT-WORK
003580     MOVE 'Y' TO WS-DW-DISQ-SW
003590     MOVE SUB-DISQ-REASON TO WS-DW-DISQ-REASON
003600     MOVE WS-DT-WORK TO WS-DT-RECORD (WS-PRI-IX)
003603     MOVE WS-PRI-IX TO WS-SCAN-IX
003606     PERFORM 3300-MARK-CHANGED THRU 3300-EXIT
003610     ADD 1 TO WS-SUBS-APPLIED.
003620 3000-NEXT.
003630     PERFORM 1200-READ-TRN-FILE THRU 1200-EXIT.
003900 3200-EXIT.
003910     EXIT.
003920
003921*****************************************************************
003922* 3300-MARK-CHANGED - NOTE THE DRAW AT WS-SCAN-IX AS CHANGED,   *
003923* COUNTING IT ONCE HOWEVER MANY PAIRINGS TOUCH IT (AN           *
003924* ACTIVATED ALTERNATE MAY ITSELF BE DISQUALIFIED LATER), AND    *
003925* KEEP THE INITIALS OF THE DESK THAT CHANGED IT LAST.           *
003926*****************************************************************
003927 3300-MARK-CHANGED.
003928     IF NOT WS-DT-CHANGED (WS-SCAN-IX)
003929         SET WS-DT-CHANGED (WS-SCAN-IX) TO TRUE
003930         ADD 1 TO WS-DRAWS-CHANGED
003931     END-IF
003932     MOVE SUB-DESK-INITS TO WS-DT-INITS (WS-SCAN-IX).
003933 3300-EXIT.
003934     EXIT.
003935
003936*****************************************************************
003937* 4000-WRITE-ONE-REVISED - A DRAW A SUBSTITUTION CHANGED IS     *
003938* JOURNALED ONCE IT IS SAFELY ON THE REVISED FILE.              *
003939*****************************************************************
003940 4000-WRITE-ONE-REVISED.
003941     MOVE WS-DT-RECORD (WS-DRAW-IX) TO RVS-RECORD
003950     WRITE RVS-RECORD
003960     IF WS-RVS-STATUS NOT = '00'
003970         DISPLAY 'ALTSUBST: REVISED FILE WRITE FAILED, STATUS='
003980             WS-RVS-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT-PROGRAM
004002     END-IF
004004     IF WS-DT-CHANGED (WS-DRAW-IX)
004006         PERFORM 4100-JOURNAL-DRAW THRU 4100-EXIT
004010     END-IF.
004020 4000-EXIT.
004021     EXIT.
004022
004023*****************************************************************
004024* 4100-JOURNAL-DRAW - JOURNAL ONE CHANGED DRAW: AS READ FROM    *
004025* DRWIN BEFORE, AS WRITTEN TO DRWOUT AFTER.                     *
004026*****************************************************************
004027 4100-JOURNAL-DRAW.
004028     MOVE WS-DT-RECORD (WS-DRAW-IX) TO WS-DT-WORK
004029     MOVE 'SUBTRAN ' TO JRN-CTL-SOURCE
004030     MOVE WS-BAT-BATCH-ID TO JRN-CTL-BATCH-ID
004031     MOVE WS-DT-INITS (WS-DRAW-IX) TO JRN-CTL-INITS
004032     MOVE 'DRWOUT  ' TO JRN-CTL-MASTER-ID
004033     MOVE 'S' TO JRN-CTL-ACTION
004034     MOVE WS-DW-CALLNO TO JRN-CTL-CALLNO
004035     MOVE SPACES TO JRN-CTL-KEY
004036     MOVE WS-DW-SEQ-NO TO JRN-CTL-KEY (1:3)
004037     MOVE JRN-CTL-CALLNO TO JRN-CTL-KEY (5:4)
004038     MOVE WS-DT-AS-READ (WS-DRAW-IX) TO JRN-CTL-BEFORE-IMAGE
004039     MOVE WS-DT-WORK TO JRN-CTL-AFTER-IMAGE
004040     MOVE 'W' TO JRN-CTL-FUNCTION
004041     CALL 'JRNWRT' USING JRN-CTL-PARM
004042     IF NOT JRN-CTL-OK
004043         DISPLAY 'ALTSUBST: AUDIT JOURNAL WRITE FAILED, KEY='
004044             JRN-CTL-KEY
004045         MOVE 16 TO RETURN-CODE
004046         GO TO 9999-EXIT-PROGRAM
004047     END-IF.
004048 4100-EXIT.
004049     EXIT.
004050
004051 5000-DISPLAY-RUN-COUNTS.
004060     DISPLAY 'ALTSUBST: DRAWS LOADED. . . . . : ' WS-DRAWS-LOADED
004070     DISPLAY 'ALTSUBST: TRANS READ. . . . . . : ' WS-TRANS-READ
004080     DISPLAY 'ALTSUBST: SUBSTITUTIONS APPLIED : '
004090         WS-SUBS-APPLIED
004100     DISPLAY 'ALTSUBST: TRANS REJECTED. . . . : '
004105         WS-TRANS-REJECTED
004110     DISPLAY 'ALTSUBST: DRAWS CHANGED . . . . : '
004115         WS-DRAWS-CHANGED.
004120 5000-EXIT.
004130     EXIT.
004140
004141*****************************************************************
004142* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
004143* EVERY DRAW A SUBSTITUTION CHANGED MUST HAVE BEEN JOURNALED AS *
004144* IT WAS WRITTEN; A SHORTFALL ENDS THE STEP WITH RETURN CODE 8  *
004145* SO THE CHAIN HOLDS.                                           *
004146*****************************************************************
004147 8900-CLOSE-JOURNAL.
004148     MOVE 'N' TO WS-JRN-OPEN-SW
004149     MOVE 'C' TO JRN-CTL-FUNCTION
004150     MOVE WS-DRAWS-CHANGED TO JRN-CTL-EXPECTED
004151     MOVE RETURN-CODE TO JRN-CTL-END-RC
004152     CALL 'JRNWRT' USING JRN-CTL-PARM
004153     IF NOT JRN-CTL-OK
004154         DISPLAY 'ALTSUBST: AUDIT JOURNAL CLOSE FAILED'
004155         MOVE 16 TO RETURN-CODE
004156         GO TO 8900-EXIT
004157     END-IF
004158     DISPLAY 'ALTSUBST: JOURNAL RECORDS . . . : '
004159         JRN-CTL-WRITTEN
004160     IF JRN-CTL-OUT-OF-BALANCE
004161         DISPLAY 'ALTSUBST: AUDIT JOURNAL OUT OF BALANCE - '
004162             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
004163             ' CHANGES COUNTED'
004164         IF RETURN-CODE < 8
004165             MOVE 8 TO RETURN-CODE
004166         END-IF
004167     END-IF.
004168 8900-EXIT.
004169     EXIT.
004170
004171 9999-EXIT-PROGRAM.
004172     IF WS-JRN-OPEN
004173         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
004174     END-IF
004175     IF WS-CHN-STARTED
004176         MOVE 'E' TO CHN-CTL-FUNCTION
004180         MOVE 'ALTSUBST' TO CHN-CTL-JOB-ID
004190         MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
004200         MOVE RETURN-CODE TO CHN-CTL-RC
