000170*                    OR THE DAY AFTER.  THE SCHEDULER SEES      *
000180*                    RETURN CODES; THIS MASTER SEES WHICH       *
000190*                    GENERATION OF DATA EACH STEP RAN AGAINST.  *
000191*   10/15/2026  DJM  TABLE-DRIVEN CHAIN - 'V' NOW TAKES THE     *
000192*                    CALLER'S OWN JOB ID AND VERIFIES EVERY     *
000193*                    PREDECESSOR THE CHAIN DEFINITION FILE      *
000194*                    (CHNDEF) LISTS FOR IT, RETURNING THE ONE   *
000195*                    NOT CLEAN IN CHN-CTL-PRED-JOB-ID.  A       *
000196*                    CALLER NOT IN THE DEFINITION IS HELD.      *
000197*                    RESEQUENCING THE CHAIN NO LONGER TOUCHES   *
000198*                    THE STEP PROGRAMS.                         *
000200*****************************************************************
000210
000220 ENVIRONMENT DIVISION.
000280         RECORD KEY IS CHN-KEY
000290         FILE STATUS IS WS-CHN-STATUS.
000300
000302     SELECT CHD-FILE ASSIGN TO CHNDEF
000304         ORGANIZATION IS SEQUENTIAL
000306         FILE STATUS IS WS-CHD-STATUS.
000308
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  CHN-FILE
000340     LABEL RECORDS ARE STANDARD.
000350 COPY CHNREC.
000360
000361 FD  CHD-FILE
000362     RECORDING MODE IS F
000363     LABEL RECORDS ARE STANDARD.
000364 COPY CHNDEF.
000365
000370 WORKING-STORAGE SECTION.
000380
000390 01  WS-FILE-STATUSES.
000400     05  WS-CHN-STATUS            PIC X(02) VALUE '00'.
000405     05  WS-CHD-STATUS            PIC X(02) VALUE '00'.
000410
000420 01  WS-CHNCTL-WORK.
000430     05  WS-CLOCK-TIME            PIC 9(08).
000460     05  WS-SEEK-DATE             PIC 9(08).
000470     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
000480         88  WS-STEP-FOUND               VALUE 'Y'.
000481     05  WS-PRED-JOB-ID           PIC X(08).
000482     05  WS-PRED-CLEAN-SW         PIC X(01) VALUE 'N'.
000483         88  WS-PRED-CLEAN               VALUE 'Y'.
000484     05  WS-PRED-FAILED-SW        PIC X(01) VALUE 'N'.
000485         88  WS-PRED-FAILED              VALUE 'Y'.
000486     05  WS-JOB-DEFINED-SW        PIC X(01) VALUE 'N'.
000487         88  WS-JOB-DEFINED              VALUE 'Y'.
000488     05  WS-CHD-EOF-SW            PIC X(01) VALUE 'N'.
000489         88  WS-CHD-EOF                  VALUE 'Y'.
000490
000500 LINKAGE SECTION.
000510 COPY CHNPARM.
000610     SET CHN-CTL-NOT-OK TO TRUE
000620     PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
000630     IF CHN-CTL-VERIFY
000640         PERFORM 3000-VERIFY-PREDECESSORS THRU 3000-EXIT
000650     ELSE
000660         IF CHN-CTL-START
000670             PERFORM 2000-POST-START THRU 2000-EXIT
001590     EXIT.
001600
001610*****************************************************************
001620* 3000-VERIFY-PREDECESSORS - THE CALLER NAMES ONLY ITSELF; ITS  *
001630* PREDECESSORS COME FROM THE CHAIN DEFINITION, AND EVERY ONE    *
001640* LISTED MUST BE CLEAN.  A CALLER MISSING FROM THE DEFINITION   *
001650* IS HELD - A NEW OR RENAMED STEP MUST BE ADDED TO IT FIRST.    *
001710*****************************************************************
001711 3000-VERIFY-PREDECESSORS.
001712     MOVE SPACES TO CHN-CTL-PRED-JOB-ID
001713     MOVE 'N' TO WS-JOB-DEFINED-SW
001714     MOVE 'N' TO WS-PRED-FAILED-SW
001715     MOVE 'N' TO WS-CHD-EOF-SW
001716     OPEN INPUT CHD-FILE
001717     IF WS-CHD-STATUS NOT = '00'
001718         DISPLAY 'CHNCTL: CHAIN DEFINITION OPEN FAILED, STATUS='
001719             WS-CHD-STATUS
001720         GO TO 3000-EXIT
001721     END-IF
001722     PERFORM 3050-READ-CHD-FILE THRU 3050-EXIT
001723     PERFORM 3100-CHECK-ONE-DEFINITION THRU 3100-EXIT
001724         UNTIL WS-CHD-EOF
001725         OR WS-PRED-FAILED
001726     CLOSE CHD-FILE
001727     IF NOT WS-JOB-DEFINED
001728         DISPLAY 'CHNCTL: ' CHN-CTL-JOB-ID
001729             ' IS NOT IN THE CHAIN DEFINITION'
001730         GO TO 3000-EXIT
001731     END-IF
001732     IF NOT WS-PRED-FAILED
001733         SET CHN-CTL-OK TO TRUE
001734     END-IF.
001735 3000-EXIT.
001736     EXIT.
001737
001738 3050-READ-CHD-FILE.
001739     READ CHD-FILE
001740         AT END
001741             SET WS-CHD-EOF TO TRUE
001742     END-READ.
001743 3050-EXIT.
001744     EXIT.
001745
001746 3100-CHECK-ONE-DEFINITION.
001747     IF CHD-JOB-ID NOT = CHN-CTL-JOB-ID
001748         GO TO 3100-NEXT
001749     END-IF
001750     SET WS-JOB-DEFINED TO TRUE
001751     IF CHD-PRED-JOB-ID = SPACES
001752         GO TO 3100-NEXT
001753     END-IF
001754     MOVE CHD-PRED-JOB-ID TO WS-PRED-JOB-ID
001755     PERFORM 3200-VERIFY-ONE-PREDECESSOR THRU 3200-EXIT
001756     IF NOT WS-PRED-CLEAN
001757         SET WS-PRED-FAILED TO TRUE
001758         MOVE WS-PRED-JOB-ID TO CHN-CTL-PRED-JOB-ID
001759     END-IF.
001760 3100-NEXT.
001761     PERFORM 3050-READ-CHD-FILE THRU 3050-EXIT.
001762 3100-EXIT.
001763     EXIT.
001764
001765*****************************************************************
001766* 3200-VERIFY-ONE-PREDECESSOR - CLEAN MEANS COMPLETE WITH RC 04 *
001767* OR BETTER FOR THE CALLER'S RUN DATE, THE DAY BEFORE, OR THE   *
001768* DAY AFTER.  MINUS ONE COVERS A SAME-NIGHT VERIFY OF AN        *
001769* EVENING STEP WHEN THE CALLER RUNS AFTER MIDNIGHT; PLUS ONE    *
001770* COVERS A TRAILER-DATED VERIFY (DISPCAPT, ALTSUBST) OF A       *
001771* SAMPLE CHAIN WHOSE TAIL STEPS CROSSED MIDNIGHT AND POSTED THE *
001772* DAY AFTER THE TRAILER'S RUN DATE.  A SAME-NIGHT CALLER'S      *
001773* PLUS-ONE PROBE LOOKS AT TOMORROW AND CAN NEVER MATCH, SO THE  *
001774* WIDER WINDOW COSTS IT NOTHING.                                *
001775*****************************************************************
001776 3200-VERIFY-ONE-PREDECESSOR.
001777     MOVE 'N' TO WS-PRED-CLEAN-SW
001778     MOVE CHN-CTL-RUN-DATE TO WS-SEEK-DATE
001779     PERFORM 3300-SEEK-ONE-DATE THRU 3300-EXIT
001780     IF NOT WS-STEP-FOUND
001781         COMPUTE WS-DATE-INT =
001782             FUNCTION INTEGER-OF-DATE (CHN-CTL-RUN-DATE) - 1
001783         COMPUTE WS-NEAR-DATE =
001790             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
001800         MOVE WS-NEAR-DATE TO WS-SEEK-DATE
001810         PERFORM 3300-SEEK-ONE-DATE THRU 3300-EXIT
001820     END-IF
001830     IF NOT WS-STEP-FOUND
001840         COMPUTE WS-DATE-INT =
001860         COMPUTE WS-NEAR-DATE =
001870             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
001880         MOVE WS-NEAR-DATE TO WS-SEEK-DATE
001890         PERFORM 3300-SEEK-ONE-DATE THRU 3300-EXIT
001900     END-IF
001910     IF WS-STEP-FOUND
001920         AND CHN-COMPLETE
001930         AND CHN-RETURN-CODE <= 04
001940         SET WS-PRED-CLEAN TO TRUE
001950     END-IF.
001960 3200-EXIT.
001970     EXIT.
001980
001990 3300-SEEK-ONE-DATE.
002000     MOVE 'N' TO WS-FOUND-SW
002010     MOVE WS-PRED-JOB-ID TO CHN-JOB-ID
002020     MOVE WS-SEEK-DATE TO CHN-RUN-DATE
002030     READ CHN-FILE
002040     IF WS-CHN-STATUS = '00'
002090                 WS-CHN-STATUS
002100         END-IF
002110     END-IF.
002120 3300-EXIT.
002130     EXIT.
002140
002150 9999-EXIT-PROGRAM.
