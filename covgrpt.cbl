000140*                    SHOWS WHAT PERCENTAGE OF EACH SUBAREA THE  *
000150*                    AUDIT HAS EVER TOUCHED - THE AUDITORS'     *
000160*                    STANDING QUESTION.                         *
000161*   10/15/2026  DJM  EACH SUBAREA LINE NOW PRINTS THE SUBAREA'S *
000162*                    DESCRIPTION AND SHELVING LOCATION FROM THE *
000163*                    SUBAREA REFERENCE MASTER (SBAMAST),        *
000164*                    MARKING A SUBAREA THAT IS MISSING THERE OR *
000165*                    INACTIVE.                                  *
000170*****************************************************************
000180
000190 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-RPT-STATUS.
000350
000351     SELECT SBA-FILE ASSIGN TO SBAMAST
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS SBA-KEY
000355         FILE STATUS IS WS-SBA-STATUS.
000356
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CAT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  RPT-LINE                    PIC X(80).
000510
000512 FD  SBA-FILE
000514     LABEL RECORDS ARE STANDARD.
000516 COPY SBAREC.
000518
000520 WORKING-STORAGE SECTION.
000530
000540 01  WS-EOF-SWITCHES.
000610     05  WS-CAT-STATUS            PIC X(02) VALUE '00'.
000620     05  WS-COV-STATUS            PIC X(02) VALUE '00'.
000630     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000635     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.
000640
000650*****************************************************************
000660* PER-SUBAREA COVERAGE ACCUMULATORS - CATALOG ROWS FROM THE     *
001150     05  FILLER                   PIC X(09) VALUE SPACES.
001160     05  WS-T-PCT                 PIC ZZ9.9.
001170
001171*****************************************************************
001172* SUBAREA MASTER LOOKUP - THE DESCRIPTION AND SHELVING          *
001173* LOCATION PRINTED FROM SBAMAST.  THE LAST SUBAREA LOOKED UP IS *
001174* KEPT SO A RUN OF ONE SUBAREA IS READ ONLY ONCE.               *
001175*****************************************************************
001176 01  WS-SUBAREA-LOOKUP.
001177     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
001178         88  WS-SBA-IS-OPEN              VALUE 'Y'.
001179     05  WS-SBA-SEEK-SUBAREA      PIC X(12).
001180     05  WS-SBA-LAST-SUBAREA      PIC X(12) VALUE LOW-VALUES.
001181
001182 01  WS-LOCATION-LINE.
001183     05  FILLER                   PIC X(02) VALUE SPACES.
001184     05  WS-L-DESCRIPTION         PIC X(30).
001185     05  FILLER                   PIC X(02) VALUE SPACES.
001186     05  WS-L-LOCATION            PIC X(29).
001187     05  FILLER                   PIC X(01) VALUE SPACES.
001188     05  WS-L-STATE               PIC X(10).
001189
001190 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001191
001200 PROCEDURE DIVISION.
001210
001220*****************************************************************
001570         MOVE 16 TO RETURN-CODE
001580         GO TO 9999-EXIT-PROGRAM
001590     END-IF
001595     PERFORM 1700-OPEN-SUBAREA-MASTER THRU 1700-EXIT
001600     PERFORM 1100-READ-CAT-FILE THRU 1100-EXIT
001610     PERFORM 1200-READ-COV-FILE THRU 1200-EXIT.
001620 1000-EXIT.
001760             SET WS-COV-EOF TO TRUE
001770     END-READ.
001780 1200-EXIT.
001781     EXIT.
001782
001783*****************************************************************
001784* 1700-OPEN-SUBAREA-MASTER - NO SUBAREA MASTER YET ONLY DROPS   *
001785* THE DESCRIPTION LINES; ANY OTHER OPEN FAILURE ENDS THE STEP.  *
001786*****************************************************************
001787 1700-OPEN-SUBAREA-MASTER.
001788     OPEN INPUT SBA-FILE
001789     IF WS-SBA-STATUS = '00'
001790         SET WS-SBA-IS-OPEN TO TRUE
001791         GO TO 1700-EXIT
001792     END-IF
001793     IF WS-SBA-STATUS = '35'
001794         DISPLAY 'COVGRPT: NO SUBAREA MASTER YET - DESCRIPTIONS '
001795             'NOT PRINTED'
001796         GO TO 1700-EXIT
001797     END-IF
001798     DISPLAY 'COVGRPT: SUBAREA MASTER OPEN FAILED, STATUS='
001799         WS-SBA-STATUS
001800     MOVE 16 TO RETURN-CODE
001801     GO TO 9999-EXIT-PROGRAM.
001802 1700-EXIT.
001803     EXIT.
001804
001810 1900-CHECK-RPT-STATUS.
001820     IF WS-RPT-STATUS NOT = '00'
001830         DISPLAY 'COVGRPT: REPORT FILE WRITE FAILED, STATUS='
002860     END-IF
002870     MOVE WS-PCT TO WS-D-PCT
002880     WRITE RPT-LINE FROM WS-DETAIL-LINE
002881     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002882     MOVE WS-CV-SUBAREA (WS-CVT-IX) TO WS-SBA-SEEK-SUBAREA
002883     PERFORM 7000-PRINT-SUBAREA-LOCATION THRU 7000-EXIT.
002884 3100-EXIT.
002885     EXIT.
002886
002887*****************************************************************
002888* 7000-PRINT-SUBAREA-LOCATION - THE DESCRIPTION, LOCATION AND   *
002889* STATE OF WS-SBA-SEEK-SUBAREA, FROM THE SUBAREA MASTER.        *
002890*****************************************************************
002891 7000-PRINT-SUBAREA-LOCATION.
002892     IF NOT WS-SBA-IS-OPEN
002893         GO TO 7000-EXIT
002894     END-IF
002895     IF WS-SBA-SEEK-SUBAREA NOT = WS-SBA-LAST-SUBAREA
002896         PERFORM 7100-LOOK-UP-SUBAREA THRU 7100-EXIT
002897     END-IF
002898     WRITE RPT-LINE FROM WS-LOCATION-LINE
002899     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
002900 7000-EXIT.
002901     EXIT.
002902
002903*****************************************************************
002904* 7100-LOOK-UP-SUBAREA - A SUBAREA MISSING FROM THE MASTER      *
002905* PRINTS AS SUCH, AND AN INACTIVE ONE IS MARKED.  ANY OTHER     *
002906* READ FAILURE ENDS THE STEP.                                   *
002907*****************************************************************
002908 7100-LOOK-UP-SUBAREA.
002909     MOVE WS-SBA-SEEK-SUBAREA TO WS-SBA-LAST-SUBAREA
002910     MOVE SPACES TO WS-L-DESCRIPTION
002911     MOVE SPACES TO WS-L-LOCATION
002912     MOVE SPACES TO WS-L-STATE
002913     MOVE WS-SBA-SEEK-SUBAREA TO SBA-SUBAREA
002914     READ SBA-FILE
002915     IF WS-SBA-STATUS = '23'
002916         MOVE '** NOT ON SUBAREA MASTER **' TO WS-L-DESCRIPTION
002917         GO TO 7100-EXIT
002918     END-IF
002919     IF WS-SBA-STATUS NOT = '00'
002920         DISPLAY 'COVGRPT: SUBAREA MASTER READ FAILED, STATUS='
002921             WS-SBA-STATUS
002922         MOVE 16 TO RETURN-CODE
002923         GO TO 9999-EXIT-PROGRAM
002924     END-IF
002925     MOVE SBA-DESCRIPTION TO WS-L-DESCRIPTION
002926     STRING 'FLOOR ' SBA-FLOOR ' RANGES ' SBA-RANGES
002927         DELIMITED BY SIZE INTO WS-L-LOCATION
002928     IF SBA-INACTIVE
002929         MOVE '(INACTIVE)' TO WS-L-STATE
002930     END-IF.
002931 7100-EXIT.
002932     EXIT.
002933
002934 9999-EXIT-PROGRAM.
002940     CLOSE CAT-FILE
002950     CLOSE COV-FILE
002960     CLOSE RPT-FILE
002962     IF WS-SBA-IS-OPEN
002964         CLOSE SBA-FILE
002966     END-IF
002970     STOP RUN.
