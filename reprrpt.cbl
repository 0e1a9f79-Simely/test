000140*                    CHASE LIST SO THE DESK CHASES THE BINDERY  *
000150*                    INSTEAD OF REDISCOVERING THE SAME GAP IN   *
000160*                    NEXT QUARTER'S SAMPLE.                     *
000161*   10/15/2026  DJM  EACH ITEM OUT AT THE BINDERY NOW PRINTS    *
000162*                    THE SUBAREA'S DESCRIPTION AND SHELVING     *
000163*                    LOCATION FROM THE SUBAREA REFERENCE MASTER *
000164*                    (SBAMAST), MARKING A SUBAREA THAT IS       *
000165*                    MISSING THERE OR INACTIVE.                 *
000170*****************************************************************
000180
000190 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-CHS-STATUS.
000350
000351     SELECT SBA-FILE ASSIGN TO SBAMAST
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS SBA-KEY
000355         FILE STATUS IS WS-SBA-STATUS.
000356
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  REP-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  CHS-LINE                    PIC X(80).
000510
000512 FD  SBA-FILE
000514     LABEL RECORDS ARE STANDARD.
000516 COPY SBAREC.
000518
000520 WORKING-STORAGE SECTION.
000530
000540 01  WS-EOF-SWITCHES.
000590     05  WS-REP-STATUS            PIC X(02) VALUE '00'.
000600     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000610     05  WS-CHS-STATUS            PIC X(02) VALUE '00'.
000615     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
000620
000630 01  WS-AGING-WORK.
000640     05  WS-RUN-DATE              PIC 9(08).
001250         VALUE '  SENT OUT '.
001260     05  WS-C-SENT-DATE           PIC 9(08).
001270
001271*****************************************************************
001272* SUBAREA MASTER LOOKUP - THE DESCRIPTION AND SHELVING          *
001273* LOCATION PRINTED FROM SBAMAST.  THE LAST SUBAREA LOOKED UP IS *
001274* KEPT SO A RUN OF ONE SUBAREA IS READ ONLY ONCE.               *
001275*****************************************************************
001276 01  WS-SUBAREA-LOOKUP.
001277     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
001278         88  WS-SBA-IS-OPEN              VALUE 'Y'.
001279     05  WS-SBA-SEEK-SUBAREA      PIC X(12).
001280     05  WS-SBA-LAST-SUBAREA      PIC X(12) VALUE LOW-VALUES.
001281
001282 01  WS-LOCATION-LINE.
001283     05  FILLER                   PIC X(07) VALUE SPACES.
001284     05  WS-L-DESCRIPTION         PIC X(30).
001285     05  FILLER                   PIC X(02) VALUE SPACES.
001286     05  WS-L-LOCATION            PIC X(29).
001287     05  FILLER                   PIC X(01) VALUE SPACES.
001288     05  WS-L-STATE               PIC X(10).
001289
001290 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001291
001300 PROCEDURE DIVISION.
001310
001320*****************************************************************
001730         MOVE 16 TO RETURN-CODE
001740         GO TO 9999-EXIT-PROGRAM
001750     END-IF
001755     PERFORM 1700-OPEN-SUBAREA-MASTER THRU 1700-EXIT
001760     WRITE RPT-LINE FROM WS-HEADING-LINE-1
001770     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
001780     MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
001920             SET WS-REP-EOF TO TRUE
001930     END-READ.
001940 1100-EXIT.
001941     EXIT.
001942
001943*****************************************************************
001944* 1700-OPEN-SUBAREA-MASTER - NO SUBAREA MASTER YET ONLY DROPS   *
001945* THE DESCRIPTION LINES; ANY OTHER OPEN FAILURE ENDS THE STEP.  *
001946*****************************************************************
001947 1700-OPEN-SUBAREA-MASTER.
001948     OPEN INPUT SBA-FILE
001949     IF WS-SBA-STATUS = '00'
001950         SET WS-SBA-IS-OPEN TO TRUE
001951         GO TO 1700-EXIT
001952     END-IF
001953     IF WS-SBA-STATUS = '35'
001954         DISPLAY 'REPRRPT: NO SUBAREA MASTER YET - DESCRIPTIONS '
001955             'NOT PRINTED'
001956         GO TO 1700-EXIT
001957     END-IF
001958     DISPLAY 'REPRRPT: SUBAREA MASTER OPEN FAILED, STATUS='
001959         WS-SBA-STATUS
001960     MOVE 16 TO RETURN-CODE
001961     GO TO 9999-EXIT-PROGRAM.
001962 1700-EXIT.
001963     EXIT.
001964
001970 1900-CHECK-RPT-STATUS.
001980     IF WS-RPT-STATUS NOT = '00'
001990         DISPLAY 'REPRRPT: REPORT FILE WRITE FAILED, STATUS='
002400     PERFORM 2100-BUCKET-THE-AGE THRU 2100-EXIT
002410     WRITE RPT-LINE FROM WS-DETAIL-LINE
002420     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002423     MOVE REP-SUBAREA TO WS-SBA-SEEK-SUBAREA
002426     PERFORM 7000-PRINT-SUBAREA-LOCATION THRU 7000-EXIT
002430     IF WS-AGE-DAYS >= 60
002440         PERFORM 2200-CHASE-THE-BINDERY THRU 2200-EXIT
002450     END-IF.
002850 3000-EXIT.
002860     EXIT.
002870
002871*****************************************************************
002872* 7000-PRINT-SUBAREA-LOCATION - THE DESCRIPTION, LOCATION AND   *
002873* STATE OF WS-SBA-SEEK-SUBAREA, FROM THE SUBAREA MASTER.        *
002874*****************************************************************
002875 7000-PRINT-SUBAREA-LOCATION.
002876     IF NOT WS-SBA-IS-OPEN
002877         GO TO 7000-EXIT
002878     END-IF
002879     IF WS-SBA-SEEK-SUBAREA NOT = WS-SBA-LAST-SUBAREA
002880         PERFORM 7100-LOOK-UP-SUBAREA THRU 7100-EXIT
002881     END-IF
002882     WRITE RPT-LINE FROM WS-LOCATION-LINE
002883     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
002884 7000-EXIT.
002885     EXIT.
002886
002887*****************************************************************
002888* 7100-LOOK-UP-SUBAREA - A SUBAREA MISSING FROM THE MASTER      *
002889* PRINTS AS SUCH, AND AN INACTIVE ONE IS MARKED.  ANY OTHER     *
002890* READ FAILURE ENDS THE STEP.                                   *
002891*****************************************************************
002892 7100-LOOK-UP-SUBAREA.
002893     MOVE WS-SBA-SEEK-SUBAREA TO WS-SBA-LAST-SUBAREA
002894     MOVE SPACES TO WS-L-DESCRIPTION
002895     MOVE SPACES TO WS-L-LOCATION
002896     MOVE SPACES TO WS-L-STATE
002897     MOVE WS-SBA-SEEK-SUBAREA TO SBA-SUBAREA
002898     READ SBA-FILE
002899     IF WS-SBA-STATUS = '23'
002900         MOVE '** NOT ON SUBAREA MASTER **' TO WS-L-DESCRIPTION
002901         GO TO 7100-EXIT
002902     END-IF
002903     IF WS-SBA-STATUS NOT = '00'
002904         DISPLAY 'REPRRPT: SUBAREA MASTER READ FAILED, STATUS='
002905             WS-SBA-STATUS
002906         MOVE 16 TO RETURN-CODE
002907         GO TO 9999-EXIT-PROGRAM
002908     END-IF
002909     MOVE SBA-DESCRIPTION TO WS-L-DESCRIPTION
002910     STRING 'FLOOR ' SBA-FLOOR ' RANGES ' SBA-RANGES
002911         DELIMITED BY SIZE INTO WS-L-LOCATION
002912     IF SBA-INACTIVE
002913         MOVE '(INACTIVE)' TO WS-L-STATE
002914     END-IF.
002915 7100-EXIT.
002916     EXIT.
002917
002918 9999-EXIT-PROGRAM.
002919     CLOSE REP-FILE
002920     CLOSE RPT-FILE
002921     CLOSE CHS-FILE
002922     IF WS-SBA-IS-OPEN
002923         CLOSE SBA-FILE
002924     END-IF
002925     STOP RUN.
