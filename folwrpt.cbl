000170*                    WDRWUPD) NO LONGER AGE OR INFLATE THE      *
000180*                    OPEN COUNT - THEY SIT OUT LIKE CLEARED     *
000190*                    RECORDS, AUDIT TRAIL ONLY.                 *
000191*   10/15/2026  DJM  EACH OPEN ITEM NOW PRINTS THE SUBAREA'S    *
000192*                    DESCRIPTION AND SHELVING LOCATION FROM THE *
000193*                    SUBAREA REFERENCE MASTER (SBAMAST),        *
000194*                    MARKING A SUBAREA THAT IS MISSING THERE OR *
000195*                    INACTIVE.                                  *
000200*****************************************************************

000210 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-WDL-STATUS.

000341     SELECT SBA-FILE ASSIGN TO SBAMAST
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS RANDOM
000344         RECORD KEY IS SBA-KEY
000345         FILE STATUS IS WS-SBA-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FUP-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  WDL-LINE                    PIC X(80).

000472 FD  SBA-FILE
000474     LABEL RECORDS ARE STANDARD.
000476 COPY SBAREC.

000480 WORKING-STORAGE SECTION.

000490 01  WS-EOF-SWITCHES.
000530     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000540     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000550     05  WS-WDL-STATUS            PIC X(02) VALUE '00'.
000555     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.

000560 01  WS-AGING-WORK.
000570     05  WS-RUN-DATE              PIC 9(08).
001150         VALUE '  FIRST FOUND '.
001160     05  WS-W-FIRST-FOUND         PIC 9(08).

001161*****************************************************************
001162* SUBAREA MASTER LOOKUP - THE DESCRIPTION AND SHELVING          *
001163* LOCATION PRINTED FROM SBAMAST.  THE LAST SUBAREA LOOKED UP IS *
001164* KEPT SO A RUN OF ONE SUBAREA IS READ ONLY ONCE.               *
001165*****************************************************************
001166 01  WS-SUBAREA-LOOKUP.
001167     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
001168         88  WS-SBA-IS-OPEN              VALUE 'Y'.
001169     05  WS-SBA-SEEK-SUBAREA      PIC X(12).
001170     05  WS-SBA-LAST-SUBAREA      PIC X(12) VALUE LOW-VALUES.

001171 01  WS-LOCATION-LINE.
001172     05  FILLER                   PIC X(07) VALUE SPACES.
001173     05  WS-L-DESCRIPTION         PIC X(30).
001174     05  FILLER                   PIC X(02) VALUE SPACES.
001175     05  WS-L-LOCATION            PIC X(29).
001176     05  FILLER                   PIC X(01) VALUE SPACES.
001177     05  WS-L-STATE               PIC X(10).

001178 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001180 PROCEDURE DIVISION.

001610         MOVE 16 TO RETURN-CODE
001620         GO TO 9999-EXIT-PROGRAM
001630     END-IF
001635     PERFORM 1700-OPEN-SUBAREA-MASTER THRU 1700-EXIT
001640     WRITE RPT-LINE FROM WS-HEADING-LINE-1
001650     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
001660     MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
001790             SET WS-FUP-EOF TO TRUE
001800     END-READ.
001810 1100-EXIT.
001811     EXIT.

001812*****************************************************************
001813* 1700-OPEN-SUBAREA-MASTER - NO SUBAREA MASTER YET ONLY DROPS   *
001814* THE DESCRIPTION LINES; ANY OTHER OPEN FAILURE ENDS THE STEP.  *
001815*****************************************************************
001816 1700-OPEN-SUBAREA-MASTER.
001817     OPEN INPUT SBA-FILE
001818     IF WS-SBA-STATUS = '00'
001819         SET WS-SBA-IS-OPEN TO TRUE
001820         GO TO 1700-EXIT
001821     END-IF
001822     IF WS-SBA-STATUS = '35'
001823         DISPLAY 'FOLWRPT: NO SUBAREA MASTER YET - DESCRIPTIONS '
001824             'NOT PRINTED'
001825         GO TO 1700-EXIT
001826     END-IF
001827     DISPLAY 'FOLWRPT: SUBAREA MASTER OPEN FAILED, STATUS='
001828         WS-SBA-STATUS
001829     MOVE 16 TO RETURN-CODE
001830     GO TO 9999-EXIT-PROGRAM.
001831 1700-EXIT.
001832     EXIT.

001833 1900-CHECK-RPT-STATUS.
001840     IF WS-RPT-STATUS NOT = '00'
001850         DISPLAY 'FOLWRPT: REPORT FILE WRITE FAILED, STATUS='
001860             WS-RPT-STATUS
002280     PERFORM 2100-BUCKET-THE-AGE THRU 2100-EXIT
002290     WRITE RPT-LINE FROM WS-DETAIL-LINE
002300     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002303     MOVE FUP-SUBAREA TO WS-SBA-SEEK-SUBAREA
002306     PERFORM 7000-PRINT-SUBAREA-LOCATION THRU 7000-EXIT
002310     IF WS-AGE-DAYS >= 90
002320         PERFORM 2200-PROPOSE-WITHDRAWAL THRU 2200-EXIT
002330     END-IF.
002760 3000-EXIT.
002770     EXIT.

002771*****************************************************************
002772* 7000-PRINT-SUBAREA-LOCATION - THE DESCRIPTION, LOCATION AND   *
002773* STATE OF WS-SBA-SEEK-SUBAREA, FROM THE SUBAREA MASTER.        *
002774*****************************************************************
002775 7000-PRINT-SUBAREA-LOCATION.
002776     IF NOT WS-SBA-IS-OPEN
002777         GO TO 7000-EXIT
002778     END-IF
002779     IF WS-SBA-SEEK-SUBAREA NOT = WS-SBA-LAST-SUBAREA
002780         PERFORM 7100-LOOK-UP-SUBAREA THRU 7100-EXIT
002781     END-IF
002782     WRITE RPT-LINE FROM WS-LOCATION-LINE
002783     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT.
002784 7000-EXIT.
002785     EXIT.

002786*****************************************************************
002787* 7100-LOOK-UP-SUBAREA - A SUBAREA MISSING FROM THE MASTER      *
002788* PRINTS AS SUCH, AND AN INACTIVE ONE IS MARKED.  ANY OTHER     *
002789* READ FAILURE ENDS THE STEP.                                   *
002790*****************************************************************
002791 7100-LOOK-UP-SUBAREA.
002792     MOVE WS-SBA-SEEK-SUBAREA TO WS-SBA-LAST-SUBAREA
002793     MOVE SPACES TO WS-L-DESCRIPTION
002794     MOVE SPACES TO WS-L-LOCATION
002795     MOVE SPACES TO WS-L-STATE
002796     MOVE WS-SBA-SEEK-SUBAREA TO SBA-SUBAREA
002797     READ SBA-FILE
002798     IF WS-SBA-STATUS = '23'
002799         MOVE '** NOT ON SUBAREA MASTER **' TO WS-L-DESCRIPTION
002800         GO TO 7100-EXIT
002801     END-IF
002802     IF WS-SBA-STATUS NOT = '00'
002803         DISPLAY 'FOLWRPT: SUBAREA MASTER READ FAILED, STATUS='
002804             WS-SBA-STATUS
002805         MOVE 16 TO RETURN-CODE
002806         GO TO 9999-EXIT-PROGRAM
002807     END-IF
002808     MOVE SBA-DESCRIPTION TO WS-L-DESCRIPTION
002809     STRING 'FLOOR ' SBA-FLOOR ' RANGES ' SBA-RANGES
002810         DELIMITED BY SIZE INTO WS-L-LOCATION
002811     IF SBA-INACTIVE
002812         MOVE '(INACTIVE)' TO WS-L-STATE
002813     END-IF.
002814 7100-EXIT.
002815     EXIT.

002816 9999-EXIT-PROGRAM.
002817     CLOSE FUP-FILE
002818     CLOSE RPT-FILE
002819     CLOSE WDL-FILE
002820     IF WS-SBA-IS-OPEN
002821         CLOSE SBA-FILE
002822     END-IF
002823     STOP RUN.
