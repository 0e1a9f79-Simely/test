001050*                    ALONE (NO MASTER-STATE EXCLUSION FIRED,    *
001060*                    NO CHECKPOINT RESTART), SO DRWVERF CAN     *
001070*                    TURN THE SEED INTO AN AUDIT CONTROL.       *
001071*   10/15/2026  DJM  PARM-SELECTED DIRECTED MODE (MODE 'D') -   *
001072*                    THE ITEMS COME FROM A CALL-NUMBER LIST     *
001073*                    (DIRLIST) INSTEAD OF THE 3100/3200 RANDOM  *
001074*                    SELECTION. EACH ENTRY IS STILL RESOLVED    *
001075*                    AGAINST THE CATALOG (LIVE OR EXTRACT),     *
001076*                    REFUSED IF WITHDRAWN, AND CROSS-CHECKED    *
001077*                    AGAINST THE LOANS; UNRESOLVED ENTRIES GO   *
001078*                    TO THE DIREXC EXCEPTIONS REPORT. THE       *
001079*                    TRAILER CARRIES MODE 'D', NO SEED, AND     *
001080*                    NOT-REPRODUCIBLE.                          *
001081*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
001082*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
001083*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
001084*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
001085*                    NOT CLEAN.                                 *
001086*   10/15/2026  DJM  EVERY CATALOG SUBAREA IS LOOKED UP ON THE  *
001087*                    SUBAREA REFERENCE MASTER (SBAMAST) AS ITS  *
001088*                    STRATUM IS STARTED, AND ONE THAT IS        *
001089*                    MISSING OR INACTIVE THERE IS LOGGED AS A   *
001090*                    WARNING - USUALLY A CATALOG TYPING ERROR   *
001091*                    THAT HAS MADE A STRATUM OF ITS OWN.        *
001092*****************************************************************

001093 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001110 FILE-CONTROL.
001120     SELECT DRW-FILE ASSIGN TO DRWOUT
001380         RECORD KEY IS FUP-KEY
001390         FILE STATUS IS WS-FUP-STATUS.

001391     SELECT SBA-FILE ASSIGN TO SBAMAST
001392         ORGANIZATION IS INDEXED
001393         ACCESS MODE IS RANDOM
001394         RECORD KEY IS SBA-KEY
001395         FILE STATUS IS WS-SBA-STATUS.

001396     SELECT DIR-FILE ASSIGN TO DIRLIST
001397         ORGANIZATION IS SEQUENTIAL
001398         FILE STATUS IS WS-DIR-STATUS.

001399     SELECT DXC-FILE ASSIGN TO DIREXC
001400         ORGANIZATION IS SEQUENTIAL
001401         FILE STATUS IS WS-DXC-STATUS.

001402 DATA DIVISION.
001410 FILE SECTION.
001420 FD  DRW-FILE
001430     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710 COPY FUPREC.

001711 FD  SBA-FILE
001712     LABEL RECORDS ARE STANDARD.
001713 COPY SBAREC.

001714 FD  DIR-FILE
001715     RECORDING MODE IS F
001716     LABEL RECORDS ARE STANDARD.
001717 COPY DIRREC.

001718 FD  DXC-FILE
001719     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001721 01  DXC-LINE                    PIC X(80).

001722 WORKING-STORAGE SECTION.

001730 01  WS-RANDOMS.
001740     05  A                        PIC 9(03) VALUE 000.
001920     05  WS-SAMPLE-MODE           PIC X(01) VALUE 'F'.
001930         88  WS-MODE-FLAT                VALUE 'F'.
001940         88  WS-MODE-STRATIFIED          VALUE 'S'.
001942*            DIRECTED - THE ITEMS COME FROM THE DESK'S CALL-NUMBER
001944*            LIST, NOT FROM THE SEED.
001946         88  WS-MODE-DIRECTED            VALUE 'D'.
001950     05  WS-CATALOG-SOURCE        PIC X(01) VALUE 'L'.
001960         88  WS-SOURCE-LIVE              VALUE 'L'.
001970         88  WS-SOURCE-EXTRACT           VALUE 'E'.
002330*        THAT IS PRACTICALLY ALL WITHDRAWN) ENDS THE RUN.
002340     05  WS-FUP-OPEN-SW           PIC X(01) VALUE 'N'.
002350         88  WS-FUP-IS-OPEN              VALUE 'Y'.
002351*        CATALOG SUBAREAS MISSING FROM, OR INACTIVE ON, THE
002352*        SUBAREA MASTER ARE WARNED OF AS EACH STRATUM IS
002353*        STARTED.  NO MASTER YET ONLY SKIPS THE CHECK.
002354     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
002355         88  WS-SBA-IS-OPEN              VALUE 'Y'.
002360     05  WS-WDRW-REJECT-SW        PIC X(01) VALUE 'N'.
002370         88  WS-WDRW-REJECTED            VALUE 'Y'.
002380*        'N' ONCE THE DRAW SEQUENCE CAN NO LONGER BE
002510     05  WS-LOG-STATUS            PIC X(02) VALUE '00'.
002520     05  WS-COV-STATUS            PIC X(02) VALUE '00'.
002530     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
002532     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
002534     05  WS-DIR-STATUS            PIC X(02) VALUE '00'.
002536     05  WS-DXC-STATUS            PIC X(02) VALUE '00'.

002540*        RUN-LOG STAGING AND THE HIGHEST SEVERITY SEEN SO FAR,
002550*        WHICH BECOMES THE STEP RETURN CODE AT END OF RUN:
003430     05  WS-LOAN-SCAN-SW          PIC X(01) VALUE 'N'.
003440         88  WS-LOAN-SCAN-DONE           VALUE 'Y'.

003441*        DIRECTED MODE READS THE DESK'S CALL-NUMBER LIST IN
003442*        PLACE OF THE RANDOM SELECTION.  EVERY ENTRY STILL GOES
003443*        THROUGH THE CATALOG LOOKUP, THE WITHDRAWN EXCLUSION, AND
003444*        THE LOAN CHECK; ONE THAT CANNOT BE RESOLVED IS LISTED ON
003445*        THE EXCEPTIONS REPORT (DIREXC) INSTEAD OF BEING DRAWN.
003446*        THE 135-ITEM CEILING IS THE SAMPLER'S OWN DRAW LIMIT.
003447 01  WS-DIRECTED-WORK.
003448     05  WS-DIR-OPEN-SW           PIC X(01) VALUE 'N'.
003449         88  WS-DIR-IS-OPEN              VALUE 'Y'.
003450     05  WS-DXC-OPEN-SW           PIC X(01) VALUE 'N'.
003451         88  WS-DXC-IS-OPEN              VALUE 'Y'.
003452     05  WS-DIR-EOF-SW            PIC X(01) VALUE 'N'.
003453         88  WS-DIR-EOF                  VALUE 'Y'.
003454     05  WS-DIR-FOUND-SW          PIC X(01) VALUE 'N'.
003455         88  WS-DIR-FOUND                VALUE 'Y'.
003456     05  WS-DIR-LINES-READ        PIC 9(05) VALUE 0.
003457     05  WS-DIR-EXCEPTIONS        PIC 9(05) VALUE 0.

003458 01  WS-DXC-HEADING-LINE-1.
003459     05  FILLER                   PIC X(40)
003460         VALUE 'HELLO-WORLD - DIRECTED LIST EXCEPTIONS'.

003461 01  WS-DXC-HEADING-LINE-2.
003462     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
003463     05  WS-DXC-H2-RUN-DATE       PIC 9(08).
003464     05  FILLER                   PIC X(06) VALUE '  JOB '.
003465     05  WS-DXC-H2-JOB-ID         PIC X(08).

003466 01  WS-DXC-DETAIL-LINE.
003467     05  FILLER                   PIC X(05) VALUE 'LINE '.
003468     05  WS-DXC-LINE-NO           PIC ZZZZ9.
003469     05  FILLER                   PIC X(09) VALUE '  CALLNO '.
003470     05  WS-DXC-CALLNO            PIC X(04).
003471     05  FILLER                   PIC X(02) VALUE SPACES.
003472     05  WS-DXC-MESSAGE           PIC X(30).
003473     05  FILLER                   PIC X(02) VALUE SPACES.
003474     05  WS-DXC-NOTE              PIC X(20).

003475 01  WS-DXC-TOTAL-LINE.
003476     05  FILLER                   PIC X(14)
003477         VALUE 'ENTRIES READ: '.
003478     05  WS-DXC-T-READ            PIC ZZZZ9.
003479     05  FILLER                   PIC X(13) VALUE '  RESOLVED: '.
003480     05  WS-DXC-T-RESOLVED        PIC ZZ9.
003481     05  FILLER                   PIC X(15)
003482         VALUE '  EXCEPTIONS: '.
003483     05  WS-DXC-T-EXCEPTIONS      PIC ZZZZ9.

003484 01  WS-JOB-ID                    PIC X(08) VALUE SPACES.

003485 01  WS-CHAIN-WORK.
003486     05  WS-CHN-STARTED-SW        PIC X(01) VALUE 'N'.
003487         88  WS-CHN-STARTED              VALUE 'Y'.
003490 COPY CHNPARM.

003500 EXEC SQL INCLUDE SQLCA END-EXEC.
003640         10  WS-PARM-DRAWS        PIC 9(03).
003650         10  WS-PARM-MODE         PIC X(01).
003660             88  WS-PARM-MODE-STRATIFIED  VALUE 'S'.
003665             88  WS-PARM-MODE-DIRECTED    VALUE 'D'.
003670         10  WS-PARM-NOREPEAT     PIC X(01).
003680             88  WS-PARM-NOREPEAT-ON      VALUE 'Y'.
003690         10  WS-PARM-RESTART      PIC X(01).
003840             PERFORM 2300-RESTORE-STRATA-PROGRESS THRU 2300-EXIT
003850         END-IF
003860     END-IF
003864     IF WS-MODE-DIRECTED
003868         PERFORM 2500-PROCESS-ONE-LIST-ENTRY THRU 2500-EXIT
003872             UNTIL WS-DIR-EOF
003876         PERFORM 2900-CLOSE-DIRECTED-LIST THRU 2900-EXIT
003880     ELSE
003884         PERFORM 3000-PROCESS-ONE-DRAW THRU 3000-EXIT
003888             VARYING A FROM WS-START-DRAW-NBR BY 1
003892             UNTIL A > WS-TOTAL-TO-DRAW
003896     END-IF
003900     PERFORM 4000-VALIDATE-RECONCILIATION THRU 4000-EXIT
003910     PERFORM 5000-DISPLAY-BREAKDOWN THRU 5000-EXIT
003920     PERFORM 6000-WRITE-SUMMARY-TRAILER THRU 6000-EXIT
004100     SET WS-LOG-IS-OPEN TO TRUE
004110     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
004120*                AN EXTRACT-SOURCE RUN DEPENDS ON LAST EVENING'S
004126*                CATUNLD, AS THE CHAIN DEFINITION NAMES IT; A LIVE
004132*                RUN HAS NO PREDECESSOR AND DOES NOT VERIFY.
004140     IF WS-SOURCE-EXTRACT
004150         MOVE 'V' TO CHN-CTL-FUNCTION
004160         MOVE 'HELLOWLD' TO CHN-CTL-JOB-ID
004170         MOVE WS-RUN-DATE TO CHN-CTL-RUN-DATE
004180         MOVE 0 TO CHN-CTL-RC
004190         CALL 'CHNCTL' USING CHN-CTL-PARM
004200         IF NOT CHN-CTL-OK
004210             MOVE 16 TO WS-LOG-SEVERITY
004216             MOVE SPACES TO WS-LOG-TEXT
004222             STRING 'PREDECESSOR ' CHN-CTL-PRED-JOB-ID
004228                    ' NOT CLEAN - STEP HELD'
004234                 DELIMITED BY SIZE INTO WS-LOG-TEXT
004240             PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
004250             GO TO 9999-EXIT-PROGRAM
004260         END-IF
004270     END-IF
004280     MOVE 'S' TO CHN-CTL-FUNCTION
004290*                THE CHAIN RECORD ALWAYS POSTS UNDER THE
004298*                CONSTANT STEP NAME - THE CHAIN DEFINITION
004306*                KNOWS THE STEP AS 'HELLOWLD' NO MATTER WHAT
004314*                JOB-ID THE PARM SUPPLIED FOR THE LOGS AND THE
004322*                TRAILER.
004330     MOVE 'HELLOWLD' TO CHN-CTL-JOB-ID
004340     MOVE WS-RUN-DATE TO CHN-CTL-RUN-DATE
004350     MOVE 0 TO CHN-CTL-RC
004590         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
004600         GO TO 9999-EXIT-PROGRAM
004610     END-IF
004612     IF WS-SOURCE-EXTRACT OR WS-MODE-STRATIFIED
004614         PERFORM 1750-OPEN-SUBAREA-MASTER THRU 1750-EXIT
004616     END-IF
004620     IF WS-SOURCE-EXTRACT
004630         PERFORM 1300-LOAD-CATALOG-EXTRACT THRU 1300-EXIT
004640     END-IF
004680     IF WS-COVERAGE-PREFER
004690         PERFORM 1600-OPEN-COVERAGE-MASTER THRU 1600-EXIT
004700     END-IF
004704     PERFORM 1700-OPEN-FOLLOWUP-MASTER THRU 1700-EXIT
004708     IF WS-MODE-DIRECTED
004712         PERFORM 1800-OPEN-DIRECTED-LIST THRU 1800-EXIT
004716     END-IF.
004720 1000-EXIT.
004730     EXIT.

004960         END-IF
004970         IF WS-PARM-MODE-STRATIFIED
004980             SET WS-MODE-STRATIFIED TO TRUE
004982         END-IF
004984         IF WS-PARM-MODE-DIRECTED
004986             SET WS-MODE-DIRECTED TO TRUE
004990         END-IF
005000         IF WS-PARM-NOREPEAT-ON
005010             SET WS-NOREPEAT-ON TO TRUE
005280         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
005290         ACCEPT WS-COMP FROM TIME
005300     END-IF
005302     IF WS-MODE-DIRECTED
005304         PERFORM 1150-SETTLE-DIRECTED-MODE THRU 1150-EXIT
005306     END-IF
005310     COMPUTE WS-TOTAL-TO-DRAW =
005320         WS-DRAW-COUNT + WS-ALT-COUNT.
005330 1100-EXIT.
005331     EXIT.

005332*****************************************************************
005333* 1150-SETTLE-DIRECTED-MODE - A DIRECTED RUN AUDITS EXACTLY THE *
005334* LISTED ITEMS, SO THE SWITCHES THAT SHAPE A RANDOM DRAW DO NOT *
005335* APPLY: NO ALTERNATES, NO COVERAGE PREFERENCE, AND NO          *
005336* CHECKPOINT RESTART (A LIST RERUNS FROM THE TOP).  A LISTED    *
005337* ITEM IS AUDITED ONCE, SO NO-REPEAT IS ALWAYS ON.  THERE IS NO *
005338* SEED TO RECORD AND THE RUN IS NEVER REPRODUCIBLE FROM ONE.    *
005339*****************************************************************
005340 1150-SETTLE-DIRECTED-MODE.
005341     IF WS-ALT-COUNT > 0
005342         MOVE 0 TO WS-LOG-SEVERITY
005343         MOVE 'ALTERNATES ARE NOT DRAWN ON A DIRECTED RUN'
005344             TO WS-LOG-TEXT
005345         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
005346         MOVE 0 TO WS-ALT-COUNT
005347     END-IF
005348     IF WS-COVERAGE-PREFER
005349         MOVE 0 TO WS-LOG-SEVERITY
005350         MOVE 'COVERAGE PREFERENCE IGNORED ON A DIRECTED RUN'
005351             TO WS-LOG-TEXT
005352         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
005353         MOVE 'N' TO WS-COVERAGE-SW
005354     END-IF
005355     IF WS-RESTART-REQUESTED
005356         MOVE 0 TO WS-LOG-SEVERITY
005357         MOVE 'RESTART IGNORED - A DIRECTED LIST RERUNS IN FULL'
005358             TO WS-LOG-TEXT
005359         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
005360         MOVE 'N' TO WS-RESTART-SW
005361     END-IF
005362     SET WS-NOREPEAT-ON TO TRUE
005363     MOVE 'N' TO WS-REPRO-SW
005364     MOVE 0 TO WS-COMP.
005365 1150-EXIT.
005366     EXIT.

005367 1200-GET-CATALOG-COUNT.
005368     EXEC SQL
005370         SELECT COUNT(*)
005380           INTO :WS-SQL-COUNT
005390           FROM CATALOG
006840         MOVE 0 TO WS-STRATA-DRAWN (WS-STRATA-COUNT)
006850         MOVE WS-CAT-ROWS-READ
006860             TO WS-STRATA-START (WS-STRATA-COUNT)
006865         PERFORM 1360-CHECK-STRATUM-SUBAREA THRU 1360-EXIT
006870     END-IF.
006880 1350-EXIT.
006881     EXIT.

006882*****************************************************************
006883* 1360-CHECK-STRATUM-SUBAREA - A SUBAREA NOT ON THE SUBAREA     *
006884* MASTER, OR INACTIVE THERE, IS USUALLY A CATALOG TYPING ERROR  *
006885* THAT HAS MADE A STRATUM OF ITS OWN.  IT IS LOGGED AS A        *
006886* WARNING WHEN ITS STRATUM IS STARTED AND THE SAMPLE STILL      *
006887* RUNS.  A READ FAILURE OTHER THAN NOT-FOUND STOPS THE CHECK    *
006888* FOR THE REST OF THE RUN.                                      *
006889*****************************************************************
006890 1360-CHECK-STRATUM-SUBAREA.
006891     IF NOT WS-SBA-IS-OPEN
006892         GO TO 1360-EXIT
006893     END-IF
006894     MOVE WS-STRATA-SUBAREA (WS-STRATA-COUNT) TO SBA-SUBAREA
006895     READ SBA-FILE
006896     IF WS-SBA-STATUS = '23'
006897         MOVE 4 TO WS-LOG-SEVERITY
006898         MOVE SPACES TO WS-LOG-TEXT
006899         STRING 'SUBAREA ' SBA-SUBAREA ' NOT ON SUBAREA MASTER'
006900             DELIMITED BY SIZE INTO WS-LOG-TEXT
006901         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
006902         GO TO 1360-EXIT
006903     END-IF
006904     IF WS-SBA-STATUS NOT = '00'
006905         MOVE 4 TO WS-LOG-SEVERITY
006906         MOVE SPACES TO WS-LOG-TEXT
006907         STRING 'SUBAREA MASTER READ FAILED, STATUS='
006908             WS-SBA-STATUS ' - CHECK STOPPED'
006909             DELIMITED BY SIZE INTO WS-LOG-TEXT
006910         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
006911         CLOSE SBA-FILE
006912         MOVE 'N' TO WS-SBA-OPEN-SW
006913         GO TO 1360-EXIT
006914     END-IF
006915     IF SBA-INACTIVE
006916         MOVE 4 TO WS-LOG-SEVERITY
006917         MOVE SPACES TO WS-LOG-TEXT
006918         STRING 'SUBAREA ' SBA-SUBAREA
006919             ' INACTIVE ON SUBAREA MASTER'
006920             DELIMITED BY SIZE INTO WS-LOG-TEXT
006921         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
006922     END-IF.
006923 1360-EXIT.
006924     EXIT.

006925*****************************************************************
006926* 1400-LOAD-LOAN-EXTRACT - VERIFICATION PASS OVER THE CATUNLD   *
006927* LOANS SNAPSHOT: COUNT THE ROWS AND CHECK THE CONTROL          *
006930* RECORDS.  NOTHING IS TABLED - THE CIRCULATION CHECK SCANS     *
006940* THE FILE PER DRAW, SO THE SNAPSHOT SIZE NO LONGER STOPS       *
006950* ON-LOAN FLAGGING PARTWAY THROUGH THE ALPHABET.  A MISSING     *
009130     EXIT.

009140*****************************************************************
009141* 1750-OPEN-SUBAREA-MASTER - THE STRATUM CHECK NEEDS THE        *
009142* SUBAREA MASTER KEPT BY SBAUPD.  NO MASTER YET (OR ANY OPEN    *
009143* FAILURE) ONLY SKIPS THE CHECK - THE SAMPLE STILL RUNS.        *
009144*****************************************************************
009145 1750-OPEN-SUBAREA-MASTER.
009146     OPEN INPUT SBA-FILE
009147     IF WS-SBA-STATUS = '00'
009148         SET WS-SBA-IS-OPEN TO TRUE
009149     ELSE
009150         IF WS-SBA-STATUS = '35'
009151             MOVE 0 TO WS-LOG-SEVERITY
009152             MOVE 'NO SUBAREA MASTER YET - SUBAREAS NOT CHECKED'
009153                 TO WS-LOG-TEXT
009154         ELSE
009155             MOVE 4 TO WS-LOG-SEVERITY
009156             MOVE SPACES TO WS-LOG-TEXT
009157             STRING 'SUBAREA MASTER OPEN FAILED, STATUS='
009158                 WS-SBA-STATUS
009159                 ' - SUBAREAS NOT CHECKED'
009160                 DELIMITED BY SIZE INTO WS-LOG-TEXT
009161         END-IF
009162         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
009163     END-IF.
009164 1750-EXIT.
009165     EXIT.

009166*****************************************************************
009167* 1800-OPEN-DIRECTED-LIST - OPEN THE DESK'S CALL-NUMBER LIST    *
009168* AND THE EXCEPTIONS REPORT, AND PRIME THE FIRST ENTRY.  THE    *
009169* DRAW COUNTER STARTS AT ZERO AND COUNTS ONLY RESOLVED ENTRIES, *
009170* SO DRWOUT'S SEQ-NOS STAY GAP-FREE WHATEVER THE LIST HOLDS.    *
009171*****************************************************************
009172 1800-OPEN-DIRECTED-LIST.
009173     OPEN INPUT DIR-FILE
009174     IF WS-DIR-STATUS NOT = '00'
009175         MOVE 16 TO WS-LOG-SEVERITY
009176         MOVE SPACES TO WS-LOG-TEXT
009177         STRING 'DIRECTED LIST OPEN FAILED, STATUS=' WS-DIR-STATUS
009178             DELIMITED BY SIZE INTO WS-LOG-TEXT
009179         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
009180         GO TO 9999-EXIT-PROGRAM
009181     END-IF
009182     SET WS-DIR-IS-OPEN TO TRUE
009183     OPEN OUTPUT DXC-FILE
009184     IF WS-DXC-STATUS NOT = '00'
009185         MOVE 16 TO WS-LOG-SEVERITY
009186         MOVE SPACES TO WS-LOG-TEXT
009187         STRING 'DIRECTED EXCEPTIONS OPEN FAILED, STATUS='
009188             WS-DXC-STATUS
009189             DELIMITED BY SIZE INTO WS-LOG-TEXT
009190         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
009191         GO TO 9999-EXIT-PROGRAM
009192     END-IF
009193     SET WS-DXC-IS-OPEN TO TRUE
009194     WRITE DXC-LINE FROM WS-DXC-HEADING-LINE-1
009195     PERFORM 1890-CHECK-DXC-STATUS THRU 1890-EXIT
009196     MOVE WS-RUN-DATE TO WS-DXC-H2-RUN-DATE
009197     MOVE WS-JOB-ID TO WS-DXC-H2-JOB-ID
009198     WRITE DXC-LINE FROM WS-DXC-HEADING-LINE-2
009199     PERFORM 1890-CHECK-DXC-STATUS THRU 1890-EXIT
009200     MOVE 0 TO A
009201     PERFORM 1810-READ-DIRECTED-LIST THRU 1810-EXIT.
009202 1800-EXIT.
009203     EXIT.

009204 1810-READ-DIRECTED-LIST.
009205     READ DIR-FILE
009206         AT END
009207             SET WS-DIR-EOF TO TRUE
009208         NOT AT END
009209             ADD 1 TO WS-DIR-LINES-READ
009210     END-READ.
009211 1810-EXIT.
009212     EXIT.

009213 1890-CHECK-DXC-STATUS.
009214     IF WS-DXC-STATUS NOT = '00'
009215         MOVE 16 TO WS-LOG-SEVERITY
009216         MOVE SPACES TO WS-LOG-TEXT
009217         STRING 'DIRECTED EXCEPTIONS WRITE FAILED, STATUS='
009218             WS-DXC-STATUS
009219             DELIMITED BY SIZE INTO WS-LOG-TEXT
009220         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
009221         GO TO 9999-EXIT-PROGRAM
009222     END-IF.
009223 1890-EXIT.
009224     EXIT.

009225*****************************************************************
009226* 2000-BUILD-STRATA-TABLE - COUNT CATALOG ROWS PER WS-SUBAREA   *
009227* AND ALLOCATE THE 90 DRAWS ACROSS SUBAREAS IN PROPORTION.      *
009228*****************************************************************
009229 2000-BUILD-STRATA-TABLE.
009230*                EXTRACT SOURCE: THE TABLE WAS ALREADY BUILT BY
009231*                THE 1300 SIZING PASS, BAND BY BAND - ONLY THE
009232*                ALLOCATION REMAINS TO BE DONE HERE.
009233     IF WS-SOURCE-EXTRACT
009234         CONTINUE
009240     ELSE
009250         MOVE 0 TO WS-STRATA-COUNT
009260         MOVE 'N' TO WS-STRATA-EOF-SW
009650         ELSE
009660           MOVE WS-SUBAREA TO WS-STRATA-SUBAREA (WS-STRATA-COUNT)
009670           MOVE WS-SQL-COUNT TO WS-STRATA-ROWS (WS-STRATA-COUNT)
009675           PERFORM 1360-CHECK-STRATUM-SUBAREA THRU 1360-EXIT
009680         END-IF
009690     END-IF.
009700 2100-EXIT.
010190     MOVE WS-CKPT-STRATA-DRAWN (WS-STRATA-IX)
010200         TO WS-STRATA-DRAWN (WS-STRATA-IX).
010210 2310-EXIT.
010211     EXIT.

010212*****************************************************************
010213* 2500-PROCESS-ONE-LIST-ENTRY - DIRECTED MODE'S COUNTERPART TO  *
010214* 3000-PROCESS-ONE-DRAW.  THE ENTRY TAKES THE PLACE OF THE      *
010215* 3100/3200 SELECTION: IT IS LOOKED UP IN THE CATALOG (LIVE OR  *
010216* EXTRACT), REFUSED IF WITHDRAWN, CROSS-CHECKED AGAINST THE     *
010217* LOANS, AND WRITTEN AS AN ORDINARY PRIMARY DRAW.  AN ENTRY     *
010218* THAT IS BAD, REPEATED, OVER THE LIMIT, NOT IN THE CATALOG,    *
010219* OR WITHDRAWN GOES TO THE EXCEPTIONS REPORT INSTEAD.           *
010220*****************************************************************
010221 2500-PROCESS-ONE-LIST-ENTRY.
010222     IF DIR-CALLNO NOT NUMERIC
010223         OR DIR-CALLNO = 0
010224         MOVE 'CALL NUMBER MISSING OR INVALID' TO WS-DXC-MESSAGE
010225         PERFORM 2800-WRITE-LIST-EXCEPTION THRU 2800-EXIT
010226         GO TO 2500-NEXT
010227     END-IF
010228     MOVE DIR-CALLNO TO WS-CALLNO
010229     PERFORM 3510-CHECK-DUPLICATE THRU 3510-EXIT
010230     IF WS-DUP-FOUND
010231         MOVE 'LISTED TWICE - AUDITED ONCE' TO WS-DXC-MESSAGE
010232         PERFORM 2800-WRITE-LIST-EXCEPTION THRU 2800-EXIT
010233         GO TO 2500-NEXT
010234     END-IF
010235     IF A >= 135
010236         MOVE 'OVER THE 135-ITEM RUN LIMIT' TO WS-DXC-MESSAGE
010237         PERFORM 2800-WRITE-LIST-EXCEPTION THRU 2800-EXIT
010238         GO TO 2500-NEXT
010239     END-IF
010240     MOVE 'N' TO WS-DIR-FOUND-SW
010241     IF WS-SOURCE-EXTRACT
010242         PERFORM 2650-RESOLVE-EXTRACT-CALLNO THRU 2650-EXIT
010243     ELSE
010244         PERFORM 2600-RESOLVE-LIVE-CALLNO THRU 2600-EXIT
010245     END-IF
010246     IF NOT WS-DIR-FOUND
010247         MOVE 'NOT IN THE CATALOG' TO WS-DXC-MESSAGE
010248         PERFORM 2800-WRITE-LIST-EXCEPTION THRU 2800-EXIT
010249         GO TO 2500-NEXT
010250     END-IF
010251     MOVE 'N' TO WS-WDRW-REJECT-SW
010252     IF WS-FUP-IS-OPEN
010253         PERFORM 3540-CHECK-WITHDRAWN THRU 3540-EXIT
010254     END-IF
010255     IF WS-WDRW-REJECTED
010256         MOVE 'N' TO WS-WDRW-REJECT-SW
010257         MOVE 'WITHDRAWN - NOT ELIGIBLE' TO WS-DXC-MESSAGE
010258         PERFORM 2800-WRITE-LIST-EXCEPTION THRU 2800-EXIT
010259         GO TO 2500-NEXT
010260     END-IF
010261     ADD 1 TO A
010262     MOVE 'N' TO WS-ALT-DRAW-SW
010263     PERFORM 3500-REMEMBER-CALLNO THRU 3500-EXIT
010264     ADD 1 TO WS-TOTAL-TALLIED
010265     PERFORM 3350-CHECK-CIRCULATION THRU 3350-EXIT
010266     PERFORM 3400-WRITE-DRAW-RECORD THRU 3400-EXIT.
010267 2500-NEXT.
010268     PERFORM 1810-READ-DIRECTED-LIST THRU 1810-EXIT.
010269 2500-EXIT.
010270     EXIT.

010271 2600-RESOLVE-LIVE-CALLNO.
010272     EXEC SQL
010273         SELECT SUBAREA, TITLE
010274           INTO :WS-SUBAREA, :WS-TITLE
010275           FROM CATALOG
010276          WHERE CALLNO = :WS-CALLNO
010277          FETCH FIRST 1 ROW ONLY
010278     END-EXEC
010279     MOVE SQLCODE TO WS-SQLCODE
010280     IF WS-SQLCODE = 0
010281         SET WS-DIR-FOUND TO TRUE
010282     ELSE
010283         IF WS-SQLCODE NOT = 100
010284             MOVE 16 TO WS-LOG-SEVERITY
010285             MOVE WS-SQLCODE TO WS-LOG-SQLCODE
010286             MOVE SPACES TO WS-LOG-TEXT
010287             STRING 'CATALOG LOOKUP FAILED, SQLCODE='
010288                 WS-LOG-SQLCODE
010289                 DELIMITED BY SIZE INTO WS-LOG-TEXT
010290             PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
010291             GO TO 9999-EXIT-PROGRAM
010292         END-IF
010293     END-IF.
010294 2600-EXIT.
010295     EXIT.

010296*****************************************************************
010297* 2650-RESOLVE-EXTRACT-CALLNO - THE EXTRACT IS IN SUBAREA       *
010298* ORDER, NOT CALLNO ORDER, SO EACH ENTRY IS A FULL PASS FROM    *
010299* THE TOP THAT STOPS AT THE MATCH.  RUNNING OFF THE END HERE IS *
010300* AN ORDINARY NOT-FOUND, NOT THE FATAL SURPRISE IT IS FOR A     *
010301* RANDOM ROW ORDINAL.                                           *
010302*****************************************************************
010303 2650-RESOLVE-EXTRACT-CALLNO.
010304     PERFORM 3260-REWIND-EXTRACT THRU 3260-EXIT
010305     MOVE 'N' TO WS-CAT-EOF-SW
010306     PERFORM 2660-MATCH-ONE-EXTRACT-ROW THRU 2660-EXIT
010307         UNTIL WS-DIR-FOUND
010308            OR WS-CAT-EOF.
010309 2650-EXIT.
010310     EXIT.

010311 2660-MATCH-ONE-EXTRACT-ROW.
010312     READ CAT-FILE
010313         AT END
010314             SET WS-CAT-EOF TO TRUE
010315         NOT AT END
010316             IF NOT CAT-CTL-CONTROL
010317                 AND CAT-CALLNO = WS-CALLNO
010318                 MOVE CAT-SUBAREA TO WS-SUBAREA
010319                 MOVE CAT-TITLE TO WS-TITLE
010320                 SET WS-DIR-FOUND TO TRUE
010321             END-IF
010322     END-READ.
010323 2660-EXIT.
010324     EXIT.

010325 2800-WRITE-LIST-EXCEPTION.
010326     ADD 1 TO WS-DIR-EXCEPTIONS
010327     MOVE WS-DIR-LINES-READ TO WS-DXC-LINE-NO
010328     MOVE DIR-CALLNO-X TO WS-DXC-CALLNO
010329     MOVE DIR-NOTE TO WS-DXC-NOTE
010330     WRITE DXC-LINE FROM WS-DXC-DETAIL-LINE
010331     PERFORM 1890-CHECK-DXC-STATUS THRU 1890-EXIT.
010332 2800-EXIT.
010333     EXIT.

010334*****************************************************************
010335* 2900-CLOSE-DIRECTED-LIST - TOTAL THE EXCEPTIONS REPORT.  ANY  *
010336* UNRESOLVED ENTRY, OR A LIST THAT RESOLVED NOTHING AT ALL, IS  *
010337* A WARNING FOR THE MORNING QUEUE - THE RESOLVED ITEMS ARE      *
010338* STILL AUDITED.                                                *
010339*****************************************************************
010340 2900-CLOSE-DIRECTED-LIST.
010341     MOVE WS-DIR-LINES-READ TO WS-DXC-T-READ
010342     MOVE A TO WS-DXC-T-RESOLVED
010343     MOVE WS-DIR-EXCEPTIONS TO WS-DXC-T-EXCEPTIONS
010344     WRITE DXC-LINE FROM WS-DXC-TOTAL-LINE
010345     PERFORM 1890-CHECK-DXC-STATUS THRU 1890-EXIT
010346     IF WS-DIR-EXCEPTIONS > 0
010347         MOVE 4 TO WS-LOG-SEVERITY
010348         MOVE SPACES TO WS-LOG-TEXT
010349         STRING 'DIRECTED LIST ENTRIES NOT RESOLVED: '
010350             WS-DIR-EXCEPTIONS ' - SEE DIREXC'
010351             DELIMITED BY SIZE INTO WS-LOG-TEXT
010352         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
010353     END-IF
010354     IF A = 0
010355         MOVE 4 TO WS-LOG-SEVERITY
010356         MOVE 'DIRECTED LIST RESOLVED NO ITEMS'
010357             TO WS-LOG-TEXT
010358         PERFORM 8000-LOG-MESSAGE THRU 8000-EXIT
010359     END-IF.
010360 2900-EXIT.
010361     EXIT.

010362*****************************************************************
010363* 3000-PROCESS-ONE-DRAW - ONE PASS OF THE SAMPLING LOOP:        *
010364* SELECT A CATALOG ROW, TALLY ITS OUTCOME BUCKET, WRITE THE     *
010365* DRAW RECORD, AND CHECKPOINT EVERY WS-CKPT-INTERVAL DRAWS.     *
010366*****************************************************************
010367 3000-PROCESS-ONE-DRAW.
010368     MOVE 0 TO WS-RETRY-CT
010369*                THE 25-RETRY CAP ONLY EXPIRES THE SOFT CHECKS
010370*                (NO-REPEAT, COVERAGE PREFERENCE).  A WITHDRAWN
010371*                ITEM IS HARD-INELIGIBLE AND KEEPS REDRAWING UP
010372*                TO THE 250-RETRY SAFETY STOP.
010373     PERFORM 3050-DRAW-ONE-ROW THRU 3050-EXIT
010374         WITH TEST AFTER
010375         UNTIL WS-DUP-FOUND-SW = 'N'
010376            OR (WS-RETRY-CT > 25
010380                AND WS-WDRW-REJECT-SW = 'N')
010390            OR WS-RETRY-CT > 250
010400     IF WS-WDRW-REJECTED
014990* THROUGH THE CLASSIFICATION LOGIC UNCOUNTED.                   *
015000*****************************************************************
015010 4000-VALIDATE-RECONCILIATION.
015011*                NOTHING ON A DIRECTED RUN WAS DRAWN AT RANDOM, SO
015012*                NO OUTCOME BUCKET IS TALLIED AND THERE IS NOTHING
015013*                TO RECONCILE THEM AGAINST.
015014     IF WS-MODE-DIRECTED
015015         SET WS-RECONCILED TO TRUE
015016         GO TO 4000-EXIT
015017     END-IF
015020     MOVE 0 TO WS-BUCKET-CHECK-TOTAL
015030     PERFORM 4100-ADD-ONE-BUCKET THRU 4100-EXIT
015040         VARYING WS-BUCKET-IX FROM 1 BY 1
015290     DISPLAY '================================================'
015300     DISPLAY 'HELLO-WORLD - SAMPLE DRAW OUTCOME BREAKDOWN'
015310     DISPLAY '================================================'
015311     IF WS-MODE-DIRECTED
015312         DISPLAY 'DIRECTED LIST RUN - NO RANDOM OUTCOME BUCKETS'
015313         DISPLAY 'LIST ENTRIES READ . . . . . . . : '
015314             WS-DIR-LINES-READ
015315         DISPLAY 'LIST ENTRIES NOT RESOLVED . . . : '
015316             WS-DIR-EXCEPTIONS
015317     END-IF
015320     PERFORM 5100-DISPLAY-ONE-BUCKET THRU 5100-EXIT
015330         VARYING WS-BUCKET-IX FROM 1 BY 1
015340         UNTIL WS-BUCKET-IX > 5
016430     IF WS-FUP-IS-OPEN
016440         CLOSE FUP-FILE
016450     END-IF
016451     IF WS-SBA-IS-OPEN
016452         CLOSE SBA-FILE
016453     END-IF
016454     IF WS-DIR-IS-OPEN
016455         CLOSE DIR-FILE
016456     END-IF
016457     IF WS-DXC-IS-OPEN
016458         CLOSE DXC-FILE
016459     END-IF
016460     IF WS-LOG-IS-OPEN
016470         CLOSE LOG-FILE
016480     END-IF
