000160*                    DOUBLE-COUNT.  ALTERNATES ARE NOT POSTED   *
000170*                    UNLESS ACTIVATED - AN UNUSED ALTERNATE     *
000180*                    WAS NEVER WALKED.                          *
000181*   10/15/2026  DJM  A DIRECTED-LIST RUN (TRAILER MODE 'D') IS  *
000182*                    NOT RANDOM COVERAGE - NOTHING IS POSTED    *
000183*                    AND THE MASTER IS LEFT UNTOUCHED.          *
000184*   10/15/2026  DJM  AUDIT JOURNAL - EVERY COVERAGE RECORD      *
000185*                    ADDED OR REWRITTEN IS JOURNALED THROUGH    *
000186*                    JRNWRT WITH ITS BEFORE AND AFTER IMAGE,    *
000187*                    AND THE JOURNAL IS BALANCED AGAINST THE    *
000188*                    RECORDS ADDED AND UPDATED - OUT OF BALANCE *
000189*                    ENDS THE STEP WITH RETURN CODE 8.          *
000190*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000710     05  WS-ALTS-SKIPPED          PIC 9(03) VALUE 0.
000720     05  WS-RERUNS-SKIPPED        PIC 9(03) VALUE 0.
000730
000731*****************************************************************
000732* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000733* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000734* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000735*****************************************************************
000736 01  WS-JOURNAL-CONTROL.
000737     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000738         88  WS-JRN-OPEN                  VALUE 'Y'.
000739 COPY JRNPARM.
000740
000741 PROCEDURE DIVISION.
000750
000760*****************************************************************
000770* 0000-MAINLINE - PICK UP THE RUN DATE FROM THE SUMMARY         *
001220         MOVE 16 TO RETURN-CODE
001230         GO TO 9999-EXIT-PROGRAM
001240     END-IF
001241*                A DIRECTED RUN AUDITED THE DESK'S LIST, NOT A
001242*                RANDOM DRAW - POSTING IT WOULD OVERSTATE THE
001243*                SAMPLE'S COVERAGE AND STEER THE PREFER-UNSAMPLED
001244*                OPTION AWAY FROM ITEMS NO RANDOM RUN HAS TOUCHED.
001245     IF SUM-MODE-DIRECTED
001246         DISPLAY 'COVGUPD: DIRECTED LIST RUN - NOT POSTED AS '
001247             'RANDOM COVERAGE'
001248         GO TO 9999-EXIT-PROGRAM
001249     END-IF
001250     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001251     OPEN I-O COV-FILE
001260     IF WS-COV-STATUS = '35'
001270         OPEN OUTPUT COV-FILE
001280         CLOSE COV-FILE
001440             SET WS-DRW-EOF TO TRUE
001450     END-READ.
001460 1100-EXIT.
001461     EXIT.
001462
001463*****************************************************************
001464* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
001465* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
001466* NONE.                                                         *
001467*****************************************************************
001468 1800-OPEN-JOURNAL.
001469     MOVE 'O' TO JRN-CTL-FUNCTION
001470     MOVE 'COVGUPD ' TO JRN-CTL-PROGRAM-ID
001471     MOVE SUM-RUN-DATE TO JRN-CTL-RUN-DATE
001472     CALL 'JRNWRT' USING JRN-CTL-PARM
001473     IF NOT JRN-CTL-OK
001474         DISPLAY 'COVGUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
001475         MOVE 16 TO RETURN-CODE
001476         GO TO 9999-EXIT-PROGRAM
001477     END-IF
001478     SET WS-JRN-OPEN TO TRUE.
001479 1800-EXIT.
001480     EXIT.
001481
001490*****************************************************************
001500* 2000-POST-ONE-DRAW - A NEW CALL NUMBER IS ADDED WITH THIS     *
001510* RUN AS FIRST AND LAST SAMPLED; A KNOWN ONE BUMPS TIMES DRAWN  *
001740         ADD 1 TO WS-RERUNS-SKIPPED
001750         GO TO 2000-NEXT
001760     END-IF
001765     MOVE COV-RECORD TO JRN-CTL-BEFORE-IMAGE
001770     MOVE SUM-RUN-DATE TO COV-LAST-SAMPLED
001780     ADD 1 TO COV-TIMES-DRAWN
001790     REWRITE COV-RECORD
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 9999-EXIT-PROGRAM
001850     END-IF
001853     MOVE 'C' TO JRN-CTL-ACTION
001856     PERFORM 2200-JOURNAL-COVERAGE THRU 2200-EXIT
001860     ADD 1 TO WS-RECORDS-UPDATED.
001870 2000-NEXT.
001880     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT.
001900     EXIT.
001910
001920 2100-ADD-NEW-COVERAGE.
001925     MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
001930     MOVE DRW-CALLNO TO COV-CALLNO
001940     MOVE DRW-TITLE TO COV-TITLE
001950     MOVE DRW-SUBAREA TO COV-SUBAREA
002030         MOVE 16 TO RETURN-CODE
002040         GO TO 9999-EXIT-PROGRAM
002050     END-IF
002053     MOVE 'A' TO JRN-CTL-ACTION
002056     PERFORM 2200-JOURNAL-COVERAGE THRU 2200-EXIT
002060     ADD 1 TO WS-RECORDS-ADDED.
002070 2100-EXIT.
002080     EXIT.
002090
002091*****************************************************************
002092* 2200-JOURNAL-COVERAGE - JOURNAL THE RECORD JUST WRITTEN.  THE *
002093* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE.               *
002094*****************************************************************
002095 2200-JOURNAL-COVERAGE.
002096     MOVE 'DRWIN   ' TO JRN-CTL-SOURCE
002097     MOVE SPACES TO JRN-CTL-BATCH-ID
002098     MOVE SPACES TO JRN-CTL-INITS
002099     MOVE 'COVMAST ' TO JRN-CTL-MASTER-ID
002100     MOVE COV-CALLNO TO JRN-CTL-CALLNO
002101     MOVE COV-KEY TO JRN-CTL-KEY
002102     MOVE COV-RECORD TO JRN-CTL-AFTER-IMAGE
002103     MOVE 'W' TO JRN-CTL-FUNCTION
002104     CALL 'JRNWRT' USING JRN-CTL-PARM
002105     IF NOT JRN-CTL-OK
002106         DISPLAY 'COVGUPD: AUDIT JOURNAL WRITE FAILED, KEY='
002107             JRN-CTL-KEY
002108         MOVE 16 TO RETURN-CODE
002109         GO TO 9999-EXIT-PROGRAM
002110     END-IF.
002111 2200-EXIT.
002112     EXIT.
002113
002114*****************************************************************
002115* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
002116* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
002117* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
002118* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
002119*****************************************************************
002120 8900-CLOSE-JOURNAL.
002121     MOVE 'N' TO WS-JRN-OPEN-SW
002122     MOVE 'C' TO JRN-CTL-FUNCTION
002123     MOVE WS-RECORDS-ADDED TO JRN-CTL-EXPECTED
002124     ADD WS-RECORDS-UPDATED TO JRN-CTL-EXPECTED
002125     MOVE RETURN-CODE TO JRN-CTL-END-RC
002126     CALL 'JRNWRT' USING JRN-CTL-PARM
002127     IF NOT JRN-CTL-OK
002128         DISPLAY 'COVGUPD: AUDIT JOURNAL CLOSE FAILED'
002129         MOVE 16 TO RETURN-CODE
002130         GO TO 8900-EXIT
002131     END-IF
002132     DISPLAY 'COVGUPD: JOURNAL RECORDS. . . . : '
002133         JRN-CTL-WRITTEN
002134     IF JRN-CTL-OUT-OF-BALANCE
002135         DISPLAY 'COVGUPD: AUDIT JOURNAL OUT OF BALANCE - '
002136             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
002137             ' CHANGES COUNTED'
002138         IF RETURN-CODE < 8
002139             MOVE 8 TO RETURN-CODE
002140         END-IF
002141     END-IF.
002142 8900-EXIT.
002143     EXIT.
002144
002145 9999-EXIT-PROGRAM.
002146     IF WS-JRN-OPEN
002147         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
002148     END-IF
002149     CLOSE DRW-FILE
002150     CLOSE SUM-FILE
002151     CLOSE COV-FILE
002152     STOP RUN.
