000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNWRT.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  ONE SUBPROGRAM OWNS THE *
000100*                    AUDIT JOURNAL (JRNLOG), AS CHNCTL, BATCTL  *
000110*                    AND GENCTL OWN THEIRS.  EVERY PROGRAM THAT *
000120*                    ADDS, REWRITES, CHANGES THE STATUS OF OR   *
000130*                    DELETES A MASTER OR DRAW-FILE RECORD OPENS *
000140*                    THE JOURNAL ('O'), WRITES THE BEFORE AND   *
000150*                    AFTER IMAGE OF EACH CHANGE ('W'), AND      *
000160*                    CLOSES IT WITH A TRAILER BALANCED AGAINST  *
000170*                    ITS OWN RUN COUNTS ('C').                  *
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT JRN-FILE ASSIGN TO JRNLOG
000240         ORGANIZATION IS SEQUENTIAL
000250         FILE STATUS IS WS-JRN-STATUS.
000260
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  JRN-FILE
000300     RECORDING MODE IS F
000310     LABEL RECORDS ARE STANDARD.
000320 COPY JRNREC.
000330
000340 WORKING-STORAGE SECTION.
000350
000360 01  WS-FILE-STATUSES.
000370     05  WS-JRN-STATUS            PIC X(02) VALUE '00'.
000380
000390*****************************************************************
000400* THE RUN BEING JOURNALED - HELD FROM THE OPEN TO THE CLOSE,    *
000410* SINCE A CALLER KEEPS THE JOURNAL OPEN FOR ITS WHOLE RUN       *
000420* RATHER THAN OPENING IT FOR EVERY CHANGE.                      *
000430*****************************************************************
000440 01  WS-JRNWRT-WORK.
000450     05  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
000460         88  WS-JRN-IS-OPEN               VALUE 'Y'.
000470     05  WS-RUN-PROGRAM-ID        PIC X(08) VALUE SPACES.
000480     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
000490     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
000500     05  WS-DETAILS-WRITTEN       PIC 9(07) VALUE 0.
000510
000520 LINKAGE SECTION.
000530 COPY JRNPARM.
000540
000550 PROCEDURE DIVISION USING JRN-CTL-PARM.
000560
000570*****************************************************************
000580* 0000-MAINLINE - DO THE ONE FUNCTION ASKED FOR AND GO BACK.    *
000590*****************************************************************
000600 0000-MAINLINE.
000610     SET JRN-CTL-NOT-OK TO TRUE
000620     IF JRN-CTL-OPEN
000630         PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT
000640         GO TO 9999-EXIT-PROGRAM
000650     END-IF
000660     IF JRN-CTL-WRITE
000670         PERFORM 2000-WRITE-DETAIL THRU 2000-EXIT
000680         GO TO 9999-EXIT-PROGRAM
000690     END-IF
000700     IF JRN-CTL-CLOSE
000710         PERFORM 3000-CLOSE-JOURNAL THRU 3000-EXIT
000720         GO TO 9999-EXIT-PROGRAM
000730     END-IF
000740     DISPLAY 'JRNWRT: UNKNOWN JOURNAL FUNCTION ' JRN-CTL-FUNCTION
000750     GO TO 9999-EXIT-PROGRAM.
000760
000770*****************************************************************
000780* 1000-OPEN-JOURNAL - EXTEND THE JOURNAL, OR CREATE IT ON FIRST *
000790* USE, AND STAMP THE RUN WITH THE TIME OF DAY.                  *
000800*****************************************************************
000810 1000-OPEN-JOURNAL.
000820     IF WS-JRN-IS-OPEN
000830         DISPLAY 'JRNWRT: JOURNAL ALREADY OPEN FOR '
000840             WS-RUN-PROGRAM-ID
000850         GO TO 1000-EXIT
000860     END-IF
000870     OPEN EXTEND JRN-FILE
000880     IF WS-JRN-STATUS = '35'
000890         OPEN OUTPUT JRN-FILE
000900     END-IF
000910     IF WS-JRN-STATUS NOT = '00'
000920         DISPLAY 'JRNWRT: JOURNAL OPEN FAILED, STATUS='
000930             WS-JRN-STATUS
000940         GO TO 1000-EXIT
000950     END-IF
000960     SET WS-JRN-IS-OPEN TO TRUE
000970     MOVE JRN-CTL-PROGRAM-ID TO WS-RUN-PROGRAM-ID
000980     MOVE JRN-CTL-RUN-DATE TO WS-RUN-DATE
000990     ACCEPT WS-RUN-TIME FROM TIME
001000     MOVE 0 TO WS-DETAILS-WRITTEN
001010     MOVE 0 TO JRN-CTL-WRITTEN
001020     SET JRN-CTL-OK TO TRUE.
001030 1000-EXIT.
001040     EXIT.
001050
001060*****************************************************************
001070* 2000-WRITE-DETAIL - ONE CHANGE, WITH ITS BEFORE AND AFTER     *
001080* IMAGES, UNDER THE RUN'S PROGRAM ID, DATE AND TIME.            *
001090*****************************************************************
001100 2000-WRITE-DETAIL.
001110     IF NOT WS-JRN-IS-OPEN
001120         DISPLAY 'JRNWRT: JOURNAL NOT OPEN FOR WRITE'
001130         GO TO 2000-EXIT
001140     END-IF
001150     MOVE SPACES TO JRN-RECORD
001160     SET JRN-DETAIL TO TRUE
001170     MOVE WS-RUN-PROGRAM-ID TO JRN-PROGRAM-ID
001180     MOVE WS-RUN-DATE TO JRN-RUN-DATE
001190     MOVE WS-RUN-TIME TO JRN-RUN-TIME
001200     MOVE JRN-CTL-SOURCE TO JRN-SOURCE
001210     MOVE JRN-CTL-BATCH-ID TO JRN-BATCH-ID
001220     MOVE JRN-CTL-INITS TO JRN-INITS
001230     MOVE JRN-CTL-MASTER-ID TO JRN-MASTER-ID
001240     MOVE JRN-CTL-ACTION TO JRN-ACTION
001250     MOVE JRN-CTL-CALLNO TO JRN-CALLNO
001260     MOVE JRN-CTL-KEY TO JRN-KEY
001270     MOVE JRN-CTL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
001280     MOVE JRN-CTL-AFTER-IMAGE TO JRN-AFTER-IMAGE
001290     WRITE JRN-RECORD
001300     IF WS-JRN-STATUS NOT = '00'
001310         DISPLAY 'JRNWRT: JOURNAL WRITE FAILED, STATUS='
001320             WS-JRN-STATUS
001330         GO TO 2000-EXIT
001340     END-IF
001350     ADD 1 TO WS-DETAILS-WRITTEN
001360     MOVE WS-DETAILS-WRITTEN TO JRN-CTL-WRITTEN
001370     SET JRN-CTL-OK TO TRUE.
001380 2000-EXIT.
001390     EXIT.
001400
001410*****************************************************************
001420* 3000-CLOSE-JOURNAL - END THE RUN WITH ITS TRAILER: THE        *
001430* DETAILS WRITTEN AGAINST THE CHANGES THE CALLER COUNTED, AND   *
001440* THE RETURN CODE IT ENDED WITH.  THE BALANCE COMES BACK TO THE *
001450* CALLER AND IS KEPT ON THE TRAILER FOR THE INQUIRY REPORT.     *
001460*****************************************************************
001470 3000-CLOSE-JOURNAL.
001480     IF NOT WS-JRN-IS-OPEN
001490         DISPLAY 'JRNWRT: JOURNAL NOT OPEN FOR CLOSE'
001500         GO TO 3000-EXIT
001510     END-IF
001520     MOVE SPACES TO JRN-TRL-RECORD
001530     SET JRN-TRAILER TO TRUE
001540     MOVE WS-RUN-PROGRAM-ID TO JRN-TRL-PROGRAM-ID
001550     MOVE WS-RUN-DATE TO JRN-TRL-RUN-DATE
001560     MOVE WS-RUN-TIME TO JRN-TRL-RUN-TIME
001570     MOVE WS-DETAILS-WRITTEN TO JRN-TRL-WRITTEN
001580     MOVE JRN-CTL-EXPECTED TO JRN-TRL-EXPECTED
001590     MOVE JRN-CTL-END-RC TO JRN-TRL-END-RC
001600     IF WS-DETAILS-WRITTEN = JRN-CTL-EXPECTED
001610         SET JRN-TRL-IN-BALANCE TO TRUE
001620         SET JRN-CTL-IN-BALANCE TO TRUE
001630     ELSE
001640         SET JRN-TRL-OUT-OF-BALANCE TO TRUE
001650         SET JRN-CTL-OUT-OF-BALANCE TO TRUE
001660     END-IF
001670     MOVE WS-DETAILS-WRITTEN TO JRN-CTL-WRITTEN
001680     WRITE JRN-TRL-RECORD
001690     IF WS-JRN-STATUS NOT = '00'
001700         DISPLAY 'JRNWRT: JOURNAL TRAILER WRITE FAILED, STATUS='
001710             WS-JRN-STATUS
001720         CLOSE JRN-FILE
001730         MOVE 'N' TO WS-JRN-OPEN-SW
001740         GO TO 3000-EXIT
001750     END-IF
001760     CLOSE JRN-FILE
001770     MOVE 'N' TO WS-JRN-OPEN-SW
001780     SET JRN-CTL-OK TO TRUE.
001790 3000-EXIT.
001800     EXIT.
001810
001820 9999-EXIT-PROGRAM.
001830     GOBACK.
