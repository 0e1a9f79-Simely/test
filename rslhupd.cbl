000250*                    EXISTS TO SURFACE.  UNUSED ALTERNATES,     *
000260*                    DISQUALIFIED PRIMARIES, AND PLAIN          *
000270*                    UNCHECKED SHORTFALLS STILL SKIP.           *
000271*   10/15/2026  DJM  AUDIT JOURNAL - EVERY HISTORY RECORD ADDED *
000272*                    OR REPLACED IS JOURNALED THROUGH JRNWRT    *
000273*                    WITH ITS BEFORE AND AFTER IMAGE (A         *
000274*                    REPLACED RECORD IS READ FIRST FOR ITS      *
000275*                    BEFORE IMAGE), AND THE JOURNAL IS BALANCED *
000276*                    AGAINST THE RECORDS ADDED AND REPLACED -   *
000277*                    OUT OF BALANCE ENDS THE STEP WITH RETURN   *
000278*                    CODE 8.                                    *
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000790     05  WS-RECORDS-REPLACED      PIC 9(03) VALUE 0.
000800     05  WS-UNCHECKED-SKIPPED     PIC 9(03) VALUE 0.
000810
000811*****************************************************************
000812* AUDIT JOURNAL - EVERY CHANGE TO THE MASTER IS JOURNALED WITH  *
000813* ITS BEFORE AND AFTER IMAGE THROUGH JRNWRT, AND THE JOURNAL IS *
000814* BALANCED AGAINST THE RUN COUNTS WHEN IT IS CLOSED.            *
000815*****************************************************************
000816 01  WS-JOURNAL-CONTROL.
000817     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000818         88  WS-JRN-OPEN                  VALUE 'Y'.
000819 COPY JRNPARM.
000820
000821 PROCEDURE DIVISION.
000830
000840*****************************************************************
000850* 0000-MAINLINE - PICK UP THE RUN DATE FROM THE SUMMARY         *
001290         MOVE 16 TO RETURN-CODE
001300         GO TO 9999-EXIT-PROGRAM
001310     END-IF
001315     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT
001320     OPEN I-O RSLH-FILE
001330     IF WS-RSLH-STATUS = '35'
001340         OPEN OUTPUT RSLH-FILE
001510             SET WS-RSLT-EOF TO TRUE
001520     END-READ.
001530 1100-EXIT.
001531     EXIT.
001532
001533*****************************************************************
001534* 1800-OPEN-JOURNAL - OPEN THE AUDIT JOURNAL BEFORE ANYTHING    *
001535* IS CHANGED.  A STEP THAT CANNOT JOURNAL ITS CHANGES MAKES     *
001536* NONE.                                                         *
001537*****************************************************************
001538 1800-OPEN-JOURNAL.
001539     MOVE 'O' TO JRN-CTL-FUNCTION
001540     MOVE 'RSLHUPD ' TO JRN-CTL-PROGRAM-ID
001541     MOVE SUM-RUN-DATE TO JRN-CTL-RUN-DATE
001542     CALL 'JRNWRT' USING JRN-CTL-PARM
001543     IF NOT JRN-CTL-OK
001544         DISPLAY 'RSLHUPD: AUDIT JOURNAL OPEN FAILED - STEP HELD'
001545         MOVE 16 TO RETURN-CODE
001546         GO TO 9999-EXIT-PROGRAM
001547     END-IF
001548     SET WS-JRN-OPEN TO TRUE.
001549 1800-EXIT.
001550     EXIT.
001551
001560*****************************************************************
001570* 2000-POST-ONE-RESULT - DISPOSITIONED DRAWS AND ON-LOAN        *
001580* EXCUSED DRAWS GO INTO THE HISTORY; AN UNCHECKED DRAW          *
001810     MOVE RSLT-ALT-SW TO RSLH-ALT-SW
001820     WRITE RSLH-RECORD
001830     IF WS-RSLH-STATUS = '22'
001835         PERFORM 2100-READ-REPLACED THRU 2100-EXIT
001840         REWRITE RSLH-RECORD
001850         IF WS-RSLH-STATUS NOT = '00'
001860             DISPLAY 'RSLHUPD: HISTORY REWRITE FAILED, STATUS='
001880             MOVE 16 TO RETURN-CODE
001890             GO TO 9999-EXIT-PROGRAM
001900         END-IF
001903         MOVE 'C' TO JRN-CTL-ACTION
001906         PERFORM 2200-JOURNAL-HISTORY THRU 2200-EXIT
001910         ADD 1 TO WS-RECORDS-REPLACED
001920     ELSE
001930         IF WS-RSLH-STATUS NOT = '00'
001960             MOVE 16 TO RETURN-CODE
001970             GO TO 9999-EXIT-PROGRAM
001980         END-IF
001982         MOVE SPACES TO JRN-CTL-BEFORE-IMAGE
001984         MOVE 'A' TO JRN-CTL-ACTION
001986         PERFORM 2200-JOURNAL-HISTORY THRU 2200-EXIT
001990         ADD 1 TO WS-RECORDS-ADDED
002000     END-IF.
002010 2000-NEXT.
002030 2000-EXIT.
002040     EXIT.
002050
002051*****************************************************************
002052* 2100-READ-REPLACED - A RERUN REPLACES THE RECORD ALREADY ON   *
002053* FILE.  READ IT FOR THE JOURNAL'S BEFORE IMAGE, THEN PUT THE   *
002054* NEW RECORD BACK IN THE RECORD AREA FOR THE REWRITE.           *
002055*****************************************************************
002056 2100-READ-REPLACED.
002057     MOVE RSLH-RECORD TO JRN-CTL-AFTER-IMAGE
002058     READ RSLH-FILE
002059     IF WS-RSLH-STATUS NOT = '00'
002060         DISPLAY 'RSLHUPD: HISTORY READ FAILED, STATUS='
002061             WS-RSLH-STATUS
002062         MOVE 16 TO RETURN-CODE
002063         GO TO 9999-EXIT-PROGRAM
002064     END-IF
002065     MOVE RSLH-RECORD TO JRN-CTL-BEFORE-IMAGE
002066     MOVE JRN-CTL-AFTER-IMAGE TO RSLH-RECORD.
002067 2100-EXIT.
002068     EXIT.
002069
002070*****************************************************************
002071* 2200-JOURNAL-HISTORY - JOURNAL THE RECORD JUST WRITTEN.  THE  *
002072* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE.               *
002073*****************************************************************
002074 2200-JOURNAL-HISTORY.
002075     MOVE 'RSLTIN  ' TO JRN-CTL-SOURCE
002076     MOVE SPACES TO JRN-CTL-BATCH-ID
002077     MOVE RSLH-CHECKER-INITS TO JRN-CTL-INITS
002078     MOVE 'RSLTHIST' TO JRN-CTL-MASTER-ID
002079     MOVE RSLH-CALLNO TO JRN-CTL-CALLNO
002080     MOVE RSLH-KEY TO JRN-CTL-KEY
002081     MOVE RSLH-RECORD TO JRN-CTL-AFTER-IMAGE
002082     MOVE 'W' TO JRN-CTL-FUNCTION
002083     CALL 'JRNWRT' USING JRN-CTL-PARM
002084     IF NOT JRN-CTL-OK
002085         DISPLAY 'RSLHUPD: AUDIT JOURNAL WRITE FAILED, KEY='
002086             JRN-CTL-KEY
002087         MOVE 16 TO RETURN-CODE
002088         GO TO 9999-EXIT-PROGRAM
002089     END-IF.
002090 2200-EXIT.
002091     EXIT.
002092
002093*****************************************************************
002094* 8900-CLOSE-JOURNAL - END THE RUN'S JOURNAL WITH ITS TRAILER.  *
002095* THE JOURNAL RECORDS WRITTEN MUST EQUAL THE CHANGES THE RUN    *
002096* COUNTS SHOW; A SHORTFALL MEANS A CHANGE WENT UNJOURNALED AND  *
002097* ENDS THE STEP WITH RETURN CODE 8 SO THE CHAIN HOLDS.          *
002098*****************************************************************
002099 8900-CLOSE-JOURNAL.
002100     MOVE 'N' TO WS-JRN-OPEN-SW
002101     MOVE 'C' TO JRN-CTL-FUNCTION
002102     MOVE WS-RECORDS-ADDED TO JRN-CTL-EXPECTED
002103     ADD WS-RECORDS-REPLACED TO JRN-CTL-EXPECTED
002104     MOVE RETURN-CODE TO JRN-CTL-END-RC
002105     CALL 'JRNWRT' USING JRN-CTL-PARM
002106     IF NOT JRN-CTL-OK
002107         DISPLAY 'RSLHUPD: AUDIT JOURNAL CLOSE FAILED'
002108         MOVE 16 TO RETURN-CODE
002109         GO TO 8900-EXIT
002110     END-IF
002111     DISPLAY 'RSLHUPD: JOURNAL RECORDS. . . . : '
002112         JRN-CTL-WRITTEN
002113     IF JRN-CTL-OUT-OF-BALANCE
002114         DISPLAY 'RSLHUPD: AUDIT JOURNAL OUT OF BALANCE - '
002115             JRN-CTL-WRITTEN ' WRITTEN, ' JRN-CTL-EXPECTED
002116             ' CHANGES COUNTED'
002117         IF RETURN-CODE < 8
002118             MOVE 8 TO RETURN-CODE
002119         END-IF
002120     END-IF.
002121 8900-EXIT.
002122     EXIT.
002123
002124 9999-EXIT-PROGRAM.
002125     IF WS-JRN-OPEN
002126         PERFORM 8900-CLOSE-JOURNAL THRU 8900-EXIT
002127     END-IF
002128     CLOSE RSLT-FILE
002129     CLOSE SUM-FILE
002130     CLOSE RSLH-FILE
002131     STOP RUN.
