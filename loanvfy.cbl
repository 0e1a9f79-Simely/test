000240*                    ANY MATCHING - A STALE SNAPSHOT LEFT ON    *
000250*                    THE PACK WOULD MAKE EVERY PAST-DUE ITEM    *
000260*                    LOOK STILL OUT AND POST FALSE FINDINGS.    *
000261*   10/15/2026  DJM  AN OVERDUE-UNRETURNED FINDING POSTED OR    *
000262*                    REFRESHED WITH NO CHASE UNDER WAY NOW      *
000263*                    SENDS A RECALL NOTICE, ADDRESSED TO THE    *
000264*                    BORROWER ON THE FRESH LOAN EXTRACT, TO THE *
000265*                    CIRCULATION NOTICE FEED (RCLOUT).  THE     *
000266*                    RECALL STAGE AND DATE ARE KEPT ON THE      *
000267*                    FOLLOW-UP MASTER FOR RCLNOTC, WHICH SENDS  *
000268*                    THE LATER STAGES.  A RENEWED LOAN IS NOT   *
000269*                    RECALLED.                                  *
000270*   10/15/2026  DJM  AUDIT JOURNAL - EVERY OVERDUE FINDING      *
000271*                    ADDED, REOPENED OR REFRESHED ON THE        *
000272*                    FOLLOW-UP MASTER IS JOURNALED WITH ITS     *
000273*                    BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND *
000274*                    THE JOURNAL IS BALANCED AGAINST THE        *
000275*                    FINDINGS-POSTED COUNT - OUT OF BALANCE     *
000276*                    ENDS THE STEP WITH RETURN CODE 8.          *
000277*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490
000492     SELECT RCL-FILE ASSIGN TO RCLOUT
000494         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-RCL-STATUS.
000498
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RSLT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  RPT-LINE                    PIC X(80).
000700
000701 FD  RCL-FILE
000702     RECORDING MODE IS F
000703     LABEL RECORDS ARE STANDARD.
000704 COPY RCLREC.
000705
000710 WORKING-STORAGE SECTION.
000720
000730 01  WS-EOF-SWITCHES.
000790     05  WS-LOAN-STATUS           PIC X(02) VALUE '00'.
000800     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000810     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000811     05  WS-RCL-STATUS            PIC X(02) VALUE '00'.
000812
000813*****************************************************************
000814* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000815* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000816* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000817*****************************************************************
000818 01  WS-JOURNAL-CONTROL.
000819     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000820         88  WS-JRN-OPEN                  VALUE 'Y'.
000821 COPY JRNPARM.
000822
000830 01  WS-VERIFY-WORK.
000840     05  WS-RUN-DATE              PIC 9(08).
000850     05  WS-RESULTS-READ          PIC 9(03) VALUE 0.
000870     05  WS-PAST-DUE-CHECKED      PIC 9(03) VALUE 0.
000880     05  WS-ITEMS-RETURNED        PIC 9(03) VALUE 0.
000890     05  WS-FINDINGS-POSTED       PIC 9(03) VALUE 0.
000895     05  WS-RECALLS-SENT          PIC 9(03) VALUE 0.
000900     05  WS-STILL-OUT-SW          PIC X(01) VALUE 'N'.
000910         88  WS-STILL-OUT                 VALUE 'Y'.
000920     05  WS-LOAN-SCAN-SW          PIC X(01) VALUE 'N'.
000930         88  WS-LOAN-SCAN-DONE           VALUE 'Y'.
000940     05  WS-SEEK-CALLNO           PIC S9(04) COMP.
000941*        THE MATCHED ROW OF THE FRESH EXTRACT - THE BORROWER AND
000942*        THE CURRENT DUE DATE, WHICH A RENEWAL MAY HAVE MOVED.
000943     05  WS-FRESH-DUE-DATE        PIC 9(08) VALUE 0.
000944     05  WS-FRESH-PATRON-ID       PIC X(10) VALUE SPACES.
000945     05  WS-RECALL-DUE-SW         PIC X(01) VALUE 'N'.
000946         88  WS-RECALL-DUE                VALUE 'Y'.

000950*        CONTROL-RECORD BOOKKEEPING FOR THE FRESH LOAN EXTRACT
000960*        - A SHORT OR STALE SNAPSHOT IS REFUSED UP FRONT.
001240     05  WS-D-SUBAREA             PIC X(12).
001250     05  FILLER                   PIC X(06) VALUE '  DUE '.
001260     05  WS-D-DUE-DATE            PIC 9(08).
001263     05  FILLER                   PIC X(02) VALUE SPACES.
001266     05  WS-D-PATRON-ID           PIC X(10).
001270
001280 PROCEDURE DIVISION.
001290
001410
001420*****************************************************************
001430* 1000-INITIALIZE-RUN - OPEN THE FILES (BOOTSTRAPPING AN EMPTY  *
001438* MASTER ON FIRST USE) AND PRIME THE RESULTS READ.  THE NOTICE  *
001446* FEED IS STARTED FRESH EACH NIGHT; RCLNOTC EXTENDS IT.  A      *
001454* MISSING FRESH LOAN EXTRACT IS FATAL - WITHOUT IT NOTHING CAN  *
001462* BE VERIFIED AND EVERY PAST-DUE ITEM WOULD LOOK RETURNED.      *
001470*****************************************************************
001480 1000-INITIALIZE-RUN.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001770         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-EXIT-PROGRAM
001790     END-IF
001795     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001800     OPEN OUTPUT RPT-FILE
001810     IF WS-RPT-STATUS NOT = '00'
001820         DISPLAY 'LOANVFY: REPORT FILE OPEN FAILED, STATUS='
001830             WS-RPT-STATUS
001831         MOVE 16 TO RETURN-CODE
001832         GO TO 9999-EXIT-PROGRAM
001833     END-IF
001834     OPEN OUTPUT RCL-FILE
001835     IF WS-RCL-STATUS NOT = '00'
001836         DISPLAY 'LOANVFY: NOTICE FEED OPEN FAILED, STATUS='
001837             WS-RCL-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 9999-EXIT-PROGRAM
001860     END-IF
002520 1440-EXIT.
002530     EXIT.
002540
002541*****************************************************************
002542* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
002543* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
002544* NONE.                                                         *
002545*****************************************************************
002546 1800-OPEN-JOURNAL.
002547     MOVE 'O' TO JRN-CTL-FUNCTION
002548     MOVE 'LOANVFY ' TO JRN-CTL-PROGRAM-ID
002549     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
002550     CALL 'JRNWRT' USING JRN-CTL-PARM
002551     IF NOT JRN-CTL-OK
002552         DISPLAY 'LOANVFY: AUDIT JOURNAL OPEN FAILED - STEP HELD'
002553         MOVE 16 TO RETURN-CODE
002554         GO TO 9999-EXIT-PROGRAM
002555     END-IF
002556     SET WS-JRN-OPEN TO TRUE.
002557 1800-EXIT.
002558     EXIT.
002559
002560 1900-CHECK-RPT-STATUS.
002561     IF WS-RPT-STATUS NOT = '00'
002570         DISPLAY 'LOANVFY: REPORT FILE WRITE FAILED, STATUS='
002580             WS-RPT-STATUS
002590         MOVE 16 TO RETURN-CODE
002980 2100-SCAN-FRESH-LOANS.
002990     MOVE 'N' TO WS-STILL-OUT-SW
003000     MOVE RSLT-CALLNO TO WS-SEEK-CALLNO
003003     MOVE 0 TO WS-FRESH-DUE-DATE
003006     MOVE SPACES TO WS-FRESH-PATRON-ID
003010     OPEN INPUT LOAN-FILE
003020     IF WS-LOAN-STATUS NOT = '00'
003030         DISPLAY 'LOANVFY: LOAN EXTRACT REOPEN FAILED, STATUS='
003210                 IF LOAN-CALLNO = WS-SEEK-CALLNO
003220                     SET WS-STILL-OUT TO TRUE
003230                     SET WS-LOAN-SCAN-DONE TO TRUE
003233                     MOVE LOAN-DUE-DATE TO WS-FRESH-DUE-DATE
003236                     MOVE LOAN-PATRON-ID TO WS-FRESH-PATRON-ID
003240                 ELSE
003250                     IF LOAN-CALLNO > WS-SEEK-CALLNO
003260                         SET WS-LOAN-SCAN-DONE TO TRUE
003340*****************************************************************
003350* 2500-POST-OVERDUE-FINDING - SAME ADD/REOPEN/REFRESH SHAPE AS  *
003360* FOLWUPD, WITH DISPOSITION L.  A WITHDRAWN ITEM IS A DECIDED   *
003366* WRITE-OFF AND IS LEFT ALONE.  A POSTED ITEM WITH NO CHASE     *
003372* UNDER WAY IS RECALLED FROM THE BORROWER (2550).               *
003380*****************************************************************
003390 2500-POST-OVERDUE-FINDING.
003395     MOVE 'N' TO WS-RECALL-DUE-SW
003400     MOVE RSLT-CALLNO TO FUP-CALLNO
003410     READ FUP-FILE
003420     IF WS-FUP-STATUS = '23'
003425         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
003430         PERFORM 2600-ADD-NEW-FINDING THRU 2600-EXIT
003440         GO TO 2500-REPORT
003450     END-IF
003520     IF FUP-WITHDRAWN
003530         GO TO 2500-EXIT
003540     END-IF
003545     MOVE FUP-RECORD TO JRN-CTL-BEFORE-IMAGE
003550     IF FUP-CLEARED
003560         PERFORM 2700-REOPEN-FINDING THRU 2700-EXIT
003570     ELSE
003620     MOVE RSLT-TITLE TO WS-D-TITLE
003630     MOVE RSLT-SUBAREA TO WS-D-SUBAREA
003640     MOVE RSLT-DUE-DATE TO WS-D-DUE-DATE
003645     MOVE WS-FRESH-PATRON-ID TO WS-D-PATRON-ID
003650     WRITE RPT-LINE FROM WS-DETAIL-LINE
003660     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
003664     ADD 1 TO WS-FINDINGS-POSTED
003668     IF WS-RECALL-DUE
003672         PERFORM 2560-WRITE-RECALL THRU 2560-EXIT
003676     END-IF.
003680 2500-EXIT.
003681     EXIT.
003682
003683*****************************************************************
003684* 2550-STAGE-RECALL - CALLED BEFORE THE MASTER IS WRITTEN, SO   *
003685* THE RECALL STAGE AND DATE GO OUT WITH THE FINDING.  NOTHING   *
003686* IS STAGED WHILE A RECALL, SECOND NOTICE OR BILL IS ALREADY    *
003687* OUTSTANDING, OR WHEN A RENEWAL HAS MOVED THE CURRENT DUE      *
003688* DATE PAST TONIGHT.                                            *
003689*****************************************************************
003690 2550-STAGE-RECALL.
003691     IF FUP-NOTICE-OUTSTANDING
003692         GO TO 2550-EXIT
003693     END-IF
003694     IF WS-FRESH-DUE-DATE >= WS-RUN-DATE
003695         GO TO 2550-EXIT
003696     END-IF
003697     SET FUP-RECALL-SENT TO TRUE
003698     MOVE WS-RUN-DATE TO FUP-RECALL-DATE
003699     SET WS-RECALL-DUE TO TRUE.
003700 2550-EXIT.
003701     EXIT.
003702
003703*****************************************************************
003704* 2560-WRITE-RECALL - WRITTEN ONLY ONCE THE MASTER HOLDS THE    *
003705* STAGE.                                                        *
003706*****************************************************************
003707 2560-WRITE-RECALL.
003708     MOVE SPACES TO RCL-RECORD
003709     SET RCL-RECALL TO TRUE
003710     MOVE WS-RUN-DATE TO RCL-NOTICE-DATE
003711     MOVE RSLT-CALLNO TO RCL-CALLNO
003712     MOVE WS-FRESH-PATRON-ID TO RCL-PATRON-ID
003713     MOVE RSLT-TITLE TO RCL-TITLE
003714     MOVE WS-FRESH-DUE-DATE TO RCL-DUE-DATE
003715     MOVE WS-RUN-DATE TO RCL-RECALL-DATE
003716     MOVE 0 TO RCL-REPL-COST
003717     WRITE RCL-RECORD
003718     IF WS-RCL-STATUS NOT = '00'
003719         DISPLAY 'LOANVFY: NOTICE FEED WRITE FAILED, STATUS='
003720             WS-RCL-STATUS
003721         MOVE 16 TO RETURN-CODE
003722         GO TO 9999-EXIT-PROGRAM
003723     END-IF
003724     ADD 1 TO WS-RECALLS-SENT.
003725 2560-EXIT.
003726     EXIT.
003727
003728 2600-ADD-NEW-FINDING.
003729     MOVE RSLT-CALLNO TO FUP-CALLNO
003730     MOVE RSLT-TITLE TO FUP-TITLE
003740     MOVE RSLT-SUBAREA TO FUP-SUBAREA
003750     SET FUP-OVERDUE-UNRETURNED TO TRUE
003810     MOVE SPACES TO FUP-CLEARED-INITS
003820     MOVE 0 TO FUP-WITHDRAWN-DATE
003830     MOVE SPACES TO FUP-WITHDRAWN-INITS
003832     SET FUP-NO-NOTICE TO TRUE
003834     MOVE 0 TO FUP-RECALL-DATE
003836     PERFORM 2550-STAGE-RECALL THRU 2550-EXIT
003840     WRITE FUP-RECORD
003850     IF WS-FUP-STATUS NOT = '00'
003860         DISPLAY 'LOANVFY: MASTER WRITE FAILED, STATUS='
003870             WS-FUP-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         GO TO 9999-EXIT-PROGRAM
003895     END-IF
003900     MOVE 'A' TO JRN-CTL-ACTION
003905     PERFORM 2950-JOURNAL-FINDING THRU 2950-EXIT.
003910 2600-EXIT.
003920     EXIT.
003930
004010     ADD 1 TO FUP-TIMES-FOUND
004020     MOVE 0 TO FUP-CLEARED-DATE
004030     MOVE SPACES TO FUP-CLEARED-INITS
004034     PERFORM 2550-STAGE-RECALL THRU 2550-EXIT
004038     PERFORM 2900-REWRITE-MASTER THRU 2900-EXIT
004042     MOVE 'S' TO JRN-CTL-ACTION
004046     PERFORM 2950-JOURNAL-FINDING THRU 2950-EXIT.
004050 2700-EXIT.
004060     EXIT.
004070
004090     SET FUP-OVERDUE-UNRETURNED TO TRUE
004100     MOVE WS-RUN-DATE TO FUP-LAST-SEEN-DATE
004110     ADD 1 TO FUP-TIMES-FOUND
004114     PERFORM 2550-STAGE-RECALL THRU 2550-EXIT
004118     PERFORM 2900-REWRITE-MASTER THRU 2900-EXIT
004122     MOVE 'C' TO JRN-CTL-ACTION
004126     PERFORM 2950-JOURNAL-FINDING THRU 2950-EXIT.
004130 2800-EXIT.
004140     EXIT.
004150
004240 2900-EXIT.
004250     EXIT.
004260
004261*****************************************************************
004262* 2950-JOURNAL-FINDING - JOURNAL THE MASTER RECORD JUST WRITTEN *
004263* OR REWRITTEN.  THE CHANGE COMES FROM THE LOAN EXTRACT, NOT    *
004264* FROM THE DESK, SO IT CARRIES NO INITIALS.                     *
004265*****************************************************************
004266 2950-JOURNAL-FINDING.
004267     MOVE 'LOANEXTR' TO JRN-CTL-SOURCE
004268     MOVE SPACES TO JRN-CTL-BATCH-ID
004269     MOVE SPACES TO JRN-CTL-INITS
004270     MOVE 'FUPMAST ' TO JRN-CTL-MASTER-ID
004271     MOVE FUP-CALLNO TO JRN-CTL-CALLNO
004272     MOVE FUP-KEY TO JRN-CTL-KEY
004273     MOVE FUP-RECORD TO JRN-CTL-AFTER-IMAGE
004274     MOVE 'W' TO JRN-CTL-FUNCTION
004275     CALL 'JRNWRT' USING JRN-CTL-PARM
004276     IF NOT JRN-CTL-OK
004277         DISPLAY 'LOANVFY: AUDIT JOURNAL WRITE FAILED, KEY='
004278             JRN-CTL-KEY
004279         MOVE 16 TO RETURN-CODE
004280         GO TO 9999-EXIT-PROGRAM
004281     END-IF.
004282 2950-EXIT.
004283     EXIT.
004284
004285 5000-DISPLAY-RUN-COUNTS.
004286     DISPLAY 'LOANVFY: RESULTS READ . . . . . : '
004290         WS-RESULTS-READ
004300     DISPLAY 'LOANVFY: ON-LOAN DRAWS SEEN . . : '
004310         WS-ONLOAN-SEEN
004340     DISPLAY 'LOANVFY: CAME BACK. . . . . . . : '
004350         WS-ITEMS-RETURNED
004360     DISPLAY 'LOANVFY: OVERDUE FINDINGS POSTED: '
004365         WS-FINDINGS-POSTED
004370     DISPLAY 'LOANVFY: RECALL NOTICES SENT. . : '
004375         WS-RECALLS-SENT.
004380 5000-EXIT.
004390     EXIT.
004400
004401*****************************************************************
004402* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
004403* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
004404* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
004405* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
004406*****************************************************************
004407 8900-CLOSE-JOURNAL.
004408     MOVE 'N' TO WS-JRN-OPEN-SW
004409     MOVE 'C' TO JRN-CTL-FUNCTION
004410     MOVE WS-FINDINGS-POSTED TO JRN-CTL-EXPECTED
004411     MOVE RETURN-CODE TO JRN-CTL-END-RC
004412     CALL 'JRNWRT' USING JRN-CTL-PARM
004413     IF NOT JRN-CTL-OK
004414         DISPLAY 'LOANVFY: AUDIT JOURNAL CLOSE FAILED'
004415         MOVE 16 TO RETURN-CODE
004416         GO TO 8900-EXIT
004417     END-IF
004418     DISPLAY 'LOANVFY: JOURNAL RECORDS. . . . : '
004419         JRN-CTL-WRITTEN
004420     IF JRN-CTL-OUT-OF-BALANCE
004421         DISPLAY 'LOANVFY: AUDIT JOURNAL OUT OF BALANCE - '
004422             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
004423             ' CHANGES COUNTED'
004424         IF RETURN-CODE < 8
004425             MOVE 8 TO RETURN-CODE
004426         END-IF
004427     END-IF.
004428 8900-EXIT.
004429     EXIT.
004430
004431 9999-EXIT-PROGRAM.
004432     IF WS-JRN-OPEN
004433         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
004434     END-IF
004435     CLOSE RSLT-FILE
004436     CLOSE FUP-FILE
004440     CLOSE RPT-FILE
004445     CLOSE RCL-FILE
004450     STOP RUN.
