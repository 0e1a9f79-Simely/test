000130*                    RUN OVERWRITES SUMOUT.  A RERUN OF THE     *
000140*                    SAME JOB AND DATE REPLACES ITS EARLIER     *
000150*                    HISTORY RECORD.                            *
000151*   10/15/2026  DJM  AUDIT JOURNAL - EVERY HISTORY RECORD ADDED *
000152*                    OR REPLACED IS JOURNALED THROUGH JRNWRT    *
000153*                    WITH ITS BEFORE AND AFTER IMAGE (A         *
000154*                    REPLACED RECORD IS READ FIRST FOR ITS      *
000155*                    BEFORE IMAGE), AND THE JOURNAL IS BALANCED *
000156*                    AGAINST THE RECORDS ADDED AND REPLACED -   *
000157*                    OUT OF BALANCE ENDS THE STEP WITH RETURN   *
000158*                    CODE 8.                                    *
000159*   10/15/2026  DJM  THE JOURNAL IS OPENED UNDER THE TRAILER'S  *
000160*                    RUN DATE, AS RSLHUPD DOES, RATHER THAN THE *
000161*                    DATE THE STEP RUNS, SO A LATE OR RERUN     *
000162*                    POSTING JOURNALS UNDER THE SAMPLE IT       *
000163*                    BELONGS TO.                                *
000164*****************************************************************

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000460     05  WS-RECORDS-ADDED         PIC 9(03) VALUE 0.
000470     05  WS-RECORDS-REPLACED      PIC 9(03) VALUE 0.

000471 01  WS-RUN-WORK.
000472     05  WS-RUN-DATE              PIC X(08).

000473*****************************************************************
000474* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000475* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000476* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000477*****************************************************************
000478 01  WS-JOURNAL-CONTROL.
000479     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000480         88  WS-JRN-OPEN                  VALUE 'Y'.
000481 COPY JRNPARM.

000482 PROCEDURE DIVISION.

000490*****************************************************************
000500* 0000-MAINLINE - POST EVERY TRAILER ON SUMIN (NORMALLY ONE)    *
000630     GO TO 9999-EXIT-PROGRAM.

000640*****************************************************************
000646* 1000-INITIALIZE-RUN - OPEN THE TRAILER FEED AND PRIME ITS     *
000652* READ, OPEN THE JOURNAL UNDER THE FIRST TRAILER'S RUN DATE,    *
000658* AND OPEN THE HISTORY MASTER.  AN EMPTY FEED CHANGES NOTHING   *
000664* AND NEEDS NO JOURNAL.                                         *
000670*****************************************************************
000680 1000-INITIALIZE-RUN.
000690     OPEN INPUT SUM-FILE
000720             WS-SUM-STATUS
000730         MOVE 16 TO RETURN-CODE
000740         GO TO 9999-EXIT-PROGRAM
000741     END-IF
000742     PERFORM 1100-READ-SUM-FILE THRU 1100-EXIT
000743     IF NOT WS-SUM-EOF
000744         MOVE SUM-RUN-DATE TO WS-RUN-DATE
000745         PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
000750     END-IF
000760     OPEN I-O RUNH-FILE
000770     IF WS-RUNH-STATUS = '35'
000840             WS-RUNH-STATUS
000850         MOVE 16 TO RETURN-CODE
000860         GO TO 9999-EXIT-PROGRAM
000870     END-IF.
000890 1000-EXIT.
000900     EXIT.

000970     EXIT.

000980*****************************************************************
000981* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
000982* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
000983* NONE.                                                         *
000984*****************************************************************
000985 1800-OPEN-JOURNAL.
000986     MOVE 'O' TO JRN-CTL-FUNCTION
000987     MOVE 'RUNHUPD ' TO JRN-CTL-PROGRAM-ID
000988     MOVE WS-RUN-DATE TO JRN-CTL-RUN-DATE
000989     CALL 'JRNWRT' USING JRN-CTL-PARM
000990     IF NOT JRN-CTL-OK
000991         DISPLAY 'RUNHUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
000992         MOVE 16 TO RETURN-CODE
000993         GO TO 9999-EXIT-PROGRAM
000994     END-IF
000995     SET WS-JRN-OPEN TO TRUE.
000996 1800-EXIT.
000997     EXIT.

000998*****************************************************************
000999* 2000-POST-ONE-TRAILER - ADD THE TRAILER TO THE HISTORY, OR    *
001000* REPLACE THE EXISTING RECORD WHEN THE SAME JOB AND DATE WAS    *
001010* ALREADY POSTED (A RERUN SUPERSEDES ITS EARLIER TRAILER).      *
001020*****************************************************************
001050     PERFORM 2100-BUILD-HISTORY-RECORD THRU 2100-EXIT
001060     WRITE RUNH-RECORD
001070     IF WS-RUNH-STATUS = '22'
001075         PERFORM 2200-READ-REPLACED THRU 2200-EXIT
001080         REWRITE RUNH-RECORD
001090         IF WS-RUNH-STATUS NOT = '00'
001100             DISPLAY 'RUNHUPD: HISTORY REWRITE FAILED, STATUS='
001120             MOVE 16 TO RETURN-CODE
001130             GO TO 9999-EXIT-PROGRAM
001140         END-IF
001143         MOVE 'C' TO JRN-CTL-ACTION
001146         PERFORM 2300-JOURNAL-HISTORY THRU 2300-EXIT
001150         ADD 1 TO WS-RECORDS-REPLACED
001160     ELSE
001170         IF WS-RUNH-STATUS NOT = '00'
001200             MOVE 16 TO RETURN-CODE
001210             GO TO 9999-EXIT-PROGRAM
001220         END-IF
001222         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
001224         MOVE 'A' TO JRN-CTL-ACTION
001226         PERFORM 2300-JOURNAL-HISTORY THRU 2300-EXIT
001230         ADD 1 TO WS-RECORDS-ADDED
001240     END-IF
001250     PERFORM 1100-READ-SUM-FILE THRU 1100-EXIT.
001380 2100-EXIT.
001390     EXIT.

001391*****************************************************************
001392* 2200-READ-REPLACED - A RERUN REPLACES THE RECORD ALREADY ON   *
001393* FILE.  READ IT FOR THE JOURNAL'S BEFORE IMAGE, THEN PUT THE   *
001394* NEW RECORD BACK IN THE RECORD AREA FOR THE REWRITE.           *
001395*****************************************************************
001396 2200-READ-REPLACED.
001397     MOVE RUNH-RECORD TO JRN-CTL-AFTER-IMAGE
001398     READ RUNH-FILE
001399     IF WS-RUNH-STATUS NOT = '00'
001400         DISPLAY 'RUNHUPD: HISTORY READ FAILED, STATUS='
001401             WS-RUNH-STATUS
001402         MOVE 16 TO RETURN-CODE
001403         GO TO 9999-EXIT-PROGRAM
001404     END-IF
001405     MOVE RUNH-RECORD TO JRN-CTL-BEFORE-IMAGE
001406     MOVE JRN-CTL-AFTER-IMAGE TO RUNH-RECORD.
001407 2200-EXIT.
001408     EXIT.

001409*****************************************************************
001410* 2300-JOURNAL-HISTORY - JOURNAL THE RECORD JUST WRITTEN.  THE  *
001411* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE.               *
001412*****************************************************************
001413 2300-JOURNAL-HISTORY.
001414     MOVE 'SUMIN   ' TO JRN-CTL-SOURCE
001415     MOVE SPACES TO JRN-CTL-BATCH-ID
001416     MOVE SPACES TO JRN-CTL-INITS
001417     MOVE 'RUNHIST ' TO JRN-CTL-MASTER-ID
001418     MOVE 0 TO JRN-CTL-CALLNO
001419     MOVE RUNH-KEY TO JRN-CTL-KEY
001420     MOVE RUNH-RECORD TO JRN-CTL-AFTER-IMAGE
001421     MOVE 'W' TO JRN-CTL-FUNCTION
001422     CALL 'JRNWRT' USING JRN-CTL-PARM
001423     IF NOT JRN-CTL-OK
001424         DISPLAY 'RUNHUPD: AUDIT JOURNAL WRITE FAILED, KEY='
001425             JRN-CTL-KEY
001426         MOVE 16 TO RETURN-CODE
001427         GO TO 9999-EXIT-PROGRAM
001428     END-IF.
001429 2300-EXIT.
001430     EXIT.

001431*****************************************************************
001432* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
001433* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
001434* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
001435* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
001436*****************************************************************
001437 8900-CLOSE-JOURNAL.
001438     MOVE 'N' TO WS-JRN-OPEN-SW
001439     MOVE 'C' TO JRN-CTL-FUNCTION
001440     MOVE WS-RECORDS-ADDED TO JRN-CTL-EXPECTED
001441     ADD WS-RECORDS-REPLACED TO JRN-CTL-EXPECTED
001442     MOVE RETURN-CODE TO JRN-CTL-END-RC
001443     CALL 'JRNWRT' USING JRN-CTL-PARM
001444     IF NOT JRN-CTL-OK
001445         DISPLAY 'RUNHUPD: AUDIT JOURNAL CLOSE FAILED'
001446         MOVE 16 TO RETURN-CODE
001447         GO TO 8900-EXIT
001448     END-IF
001449     DISPLAY 'RUNHUPD: JOURNAL RECORDS. . . . : '
001450         JRN-CTL-WRITTEN
001451     IF JRN-CTL-OUT-OF-BALANCE
001452         DISPLAY 'RUNHUPD: AUDIT JOURNAL OUT OF BALANCE - '
001453             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
001454             ' CHANGES COUNTED'
001455         IF RETURN-CODE < 8
001456             MOVE 8 TO RETURN-CODE
001457         END-IF
001458     END-IF.
001459 8900-EXIT.
001460     EXIT.

001461 9999-EXIT-PROGRAM.
001462     IF WS-JRN-OPEN
001463         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
001464     END-IF
001465     CLOSE SUM-FILE
001466     CLOSE RUNH-FILE
001467     STOP RUN.
