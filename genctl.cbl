000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENCTL.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  ONE SUBPROGRAM OWNS THE *
000100*                    GENERATION INDEX (GENINDX), AS CHNCTL AND  *
000110*                    BATCTL OWN THEIRS.  'C' TELLS A REPORT     *
000120*                    WHETHER A FILE IS STILL RETAINED FOR THE   *
000130*                    RUN DATE IT WAS ASKED TO REPRINT, AND HOW  *
000140*                    MANY RECORDS TO READ BACK; 'P' RECORDS A   *
000150*                    FILE SAVED BY GENSAVE.                     *
000151*   10/15/2026  DJM  'X' MARKS A RUN DATE PURGED FOR GENPURG,   *
000152*                    ZEROING EVERY FILE'S SLOT, SO GENPURG NO   *
000153*                    LONGER UPDATES THE INDEX ITSELF.  A SAVE   *
000154*                    INTO A PURGED RUN CLEARS THE OTHER SLOTS   *
000155*                    FIRST, AND A FOURTH SLOT KEEPS VALURPT'S   *
000156*                    PRICED VALUATION (VALUOUT).                *
000160*****************************************************************
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT GIX-FILE ASSIGN TO GENINDX
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS RANDOM
000240         RECORD KEY IS GIX-KEY
000250         FILE STATUS IS WS-GIX-STATUS.
000260
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  GIX-FILE
000300     LABEL RECORDS ARE STANDARD.
000310 COPY GIXREC.
000320
000330 WORKING-STORAGE SECTION.
000340
000350 01  WS-FILE-STATUSES.
000360     05  WS-GIX-STATUS            PIC X(02) VALUE '00'.
000370
000380 01  WS-GENCTL-WORK.
000390     05  WS-CLOCK-TIME            PIC 9(08).
000400     05  WS-TODAY                 PIC 9(08).
000410     05  WS-SLOT-IX               PIC 9(01).
000420
000430 LINKAGE SECTION.
000440 COPY GENPARM.
000450
000460 PROCEDURE DIVISION USING GEN-CTL-PARM.
000470
000480*****************************************************************
000490* 0000-MAINLINE - OPEN THE INDEX, DO THE ONE FUNCTION, CLOSE,   *
000500* AND GO BACK - A COMPLETE OPEN-ACT-CLOSE PER CALL, AS IN       *
000510* CHNCTL AND BATCTL.                                            *
000520*****************************************************************
000530 0000-MAINLINE.
000540     SET GEN-CTL-NOT-OK TO TRUE
000542     IF GEN-CTL-PURGE
000544         PERFORM 4000-PURGE-GENERATION THRU 4000-EXIT
000546         GO TO 9999-EXIT-PROGRAM
000548     END-IF
000550     PERFORM 1000-FIND-SLOT THRU 1000-EXIT
000560     IF WS-SLOT-IX = 0
000570         DISPLAY 'GENCTL: UNKNOWN GENERATION FILE ID '
000580             GEN-CTL-FILE-ID
000590         GO TO 9999-EXIT-PROGRAM
000600     END-IF
000610     IF GEN-CTL-CHECK
000620         PERFORM 2000-CHECK-GENERATION THRU 2000-EXIT
000630     ELSE
000640         PERFORM 3000-POST-GENERATION THRU 3000-EXIT
000650     END-IF
000660     GO TO 9999-EXIT-PROGRAM.
000670
000680*****************************************************************
000690* 1000-FIND-SLOT - EACH KEPT FILE HAS A FIXED SLOT IN THE INDEX *
000696* RECORD: 1 DRWOUT, 2 SUMOUT, 3 RSLTOUT, 4 VALUOUT.  ZERO FOR   *
000702* ANY OTHER.                                                    *
000710*****************************************************************
000720 1000-FIND-SLOT.
000730     MOVE 0 TO WS-SLOT-IX
000740     IF GEN-CTL-FILE-ID = 'DRWOUT  '
000750         MOVE 1 TO WS-SLOT-IX
000760     END-IF
000770     IF GEN-CTL-FILE-ID = 'SUMOUT  '
000780         MOVE 2 TO WS-SLOT-IX
000790     END-IF
000800     IF GEN-CTL-FILE-ID = 'RSLTOUT '
000810         MOVE 3 TO WS-SLOT-IX
000812     END-IF
000814     IF GEN-CTL-FILE-ID = 'VALUOUT '
000816         MOVE 4 TO WS-SLOT-IX
000820     END-IF.
000830 1000-EXIT.
000840     EXIT.
000850
000860*****************************************************************
000870* 2000-CHECK-GENERATION - NO INDEX AT ALL, NO RECORD FOR THE    *
000880* RUN DATE, OR A ZERO COUNT IN THE FILE'S SLOT ALL MEAN THE     *
000890* FILE WAS NEVER SAVED FOR THAT RUN.  A PURGED RUN COMES BACK   *
000900* WITH THE DATE IT WENT.                                        *
000910*****************************************************************
000920 2000-CHECK-GENERATION.
000930     SET GEN-CTL-NEVER-SAVED TO TRUE
000940     MOVE SPACES TO GEN-CTL-JOB-ID
000950     MOVE 0 TO GEN-CTL-REC-COUNT
000960     MOVE 0 TO GEN-CTL-PURGED-DATE
000970     OPEN INPUT GIX-FILE
000980     IF WS-GIX-STATUS = '35'
000990         SET GEN-CTL-OK TO TRUE
001000         GO TO 2000-EXIT
001010     END-IF
001020     IF WS-GIX-STATUS NOT = '00'
001030         DISPLAY 'GENCTL: GENERATION INDEX OPEN FAILED, STATUS='
001040             WS-GIX-STATUS
001050         GO TO 2000-EXIT
001060     END-IF
001070     MOVE GEN-CTL-RUN-DATE TO GIX-RUN-DATE
001080     READ GIX-FILE
001090     IF WS-GIX-STATUS = '23'
001100         CLOSE GIX-FILE
001110         SET GEN-CTL-OK TO TRUE
001120         GO TO 2000-EXIT
001130     END-IF
001140     IF WS-GIX-STATUS NOT = '00'
001150         DISPLAY 'GENCTL: GENERATION INDEX READ FAILED, STATUS='
001160             WS-GIX-STATUS
001170         CLOSE GIX-FILE
001180         GO TO 2000-EXIT
001190     END-IF
001200     CLOSE GIX-FILE
001210     MOVE GIX-JOB-ID TO GEN-CTL-JOB-ID
001220     IF GIX-PURGED
001230         SET GEN-CTL-PURGED TO TRUE
001240         MOVE GIX-PURGED-DATE TO GEN-CTL-PURGED-DATE
001250     ELSE
001260         IF GIX-REC-COUNT (WS-SLOT-IX) > 0
001270             SET GEN-CTL-RETAINED TO TRUE
001280             MOVE GIX-REC-COUNT (WS-SLOT-IX) TO GEN-CTL-REC-COUNT
001290         END-IF
001300     END-IF
001310     SET GEN-CTL-OK TO TRUE.
001320 2000-EXIT.
001330     EXIT.
001340
001350*****************************************************************
001360* 3000-POST-GENERATION - RECORD THE FILE AS SAVED FOR THE RUN   *
001370* DATE, STARTING THE RUN'S INDEX RECORD IF THIS IS ITS FIRST    *
001377* FILE.  A RESAVE REPLACES THE SLOT.  A SAVE INTO A PURGED RUN  *
001384* MAKES IT RETAINED AGAIN WITH ONLY THIS FILE ON THE STORE -    *
001391* THE OTHER FILES WENT WITH THE PURGE.                          *
001400*****************************************************************
001410 3000-POST-GENERATION.
001420     OPEN I-O GIX-FILE
001430     IF WS-GIX-STATUS = '35'
001440         OPEN OUTPUT GIX-FILE
001450         CLOSE GIX-FILE
001460         OPEN I-O GIX-FILE
001470     END-IF
001480     IF WS-GIX-STATUS NOT = '00'
001490         DISPLAY 'GENCTL: GENERATION INDEX OPEN FAILED, STATUS='
001500             WS-GIX-STATUS
001510         GO TO 3000-EXIT
001520     END-IF
001530     MOVE GEN-CTL-RUN-DATE TO GIX-RUN-DATE
001540     READ GIX-FILE
001550     IF WS-GIX-STATUS = '23'
001560         PERFORM 3100-START-INDEX-RECORD THRU 3100-EXIT
001570     ELSE
001580         IF WS-GIX-STATUS NOT = '00'
001590             DISPLAY 'GENCTL: GENERATION INDEX READ FAILED, '
001600                 'STATUS=' WS-GIX-STATUS
001610             CLOSE GIX-FILE
001620             GO TO 3000-EXIT
001630         END-IF
001640     END-IF
001650     IF GEN-CTL-JOB-ID NOT = SPACES
001660         MOVE GEN-CTL-JOB-ID TO GIX-JOB-ID
001661     END-IF
001662     IF GIX-PURGED
001663         PERFORM 3110-CLEAR-ONE-SLOT THRU 3110-EXIT
001664             VARYING WS-SLOT-IX FROM 1 BY 1
001665             UNTIL WS-SLOT-IX > 4
001666         PERFORM 1000-FIND-SLOT THRU 1000-EXIT
001670     END-IF
001680     SET GIX-RETAINED TO TRUE
001690     MOVE 0 TO GIX-PURGED-DATE
001700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001710     ACCEPT WS-CLOCK-TIME FROM TIME
001720     MOVE GEN-CTL-FILE-ID TO GIX-FILE-ID (WS-SLOT-IX)
001730     MOVE WS-TODAY TO GIX-SAVED-DATE (WS-SLOT-IX)
001740     MOVE WS-CLOCK-TIME TO GIX-SAVED-TIME (WS-SLOT-IX)
001750     MOVE GEN-CTL-REC-COUNT TO GIX-REC-COUNT (WS-SLOT-IX)
001760     IF WS-GIX-STATUS = '23'
001770         WRITE GIX-RECORD
001780     ELSE
001790         REWRITE GIX-RECORD
001800     END-IF
001810     IF WS-GIX-STATUS NOT = '00'
001820         DISPLAY 'GENCTL: GENERATION INDEX POST FAILED, STATUS='
001830             WS-GIX-STATUS
001840         CLOSE GIX-FILE
001850         GO TO 3000-EXIT
001860     END-IF
001870     CLOSE GIX-FILE
001880     SET GEN-CTL-OK TO TRUE.
001890 3000-EXIT.
001900     EXIT.
001910
001920 3100-START-INDEX-RECORD.
001930     MOVE GEN-CTL-RUN-DATE TO GIX-RUN-DATE
001940     MOVE SPACES TO GIX-JOB-ID
001950     MOVE 'DRWOUT  ' TO GIX-FILE-ID (1)
001960     MOVE 'SUMOUT  ' TO GIX-FILE-ID (2)
001970     MOVE 'RSLTOUT ' TO GIX-FILE-ID (3)
001975     MOVE 'VALUOUT ' TO GIX-FILE-ID (4)
001980     PERFORM 3110-CLEAR-ONE-SLOT THRU 3110-EXIT
001990         VARYING WS-SLOT-IX FROM 1 BY 1
002000         UNTIL WS-SLOT-IX > 4
002010     PERFORM 1000-FIND-SLOT THRU 1000-EXIT.
002020 3100-EXIT.
002030     EXIT.
002040
002050 3110-CLEAR-ONE-SLOT.
002060     MOVE 0 TO GIX-SAVED-DATE (WS-SLOT-IX)
002070     MOVE 0 TO GIX-SAVED-TIME (WS-SLOT-IX)
002080     MOVE 0 TO GIX-REC-COUNT (WS-SLOT-IX).
002090 3110-EXIT.
002100     EXIT.
002110
002111*****************************************************************
002112* 4000-PURGE-GENERATION - GENPURG HAS DELETED THE RUN'S STORE   *
002113* RECORDS; MARK THE RUN PURGED WITH THE DATE IT WENT AND ZERO   *
002114* EVERY SLOT, SO NOTHING IS LEFT CLAIMING A RECORD THE STORE NO *
002115* LONGER HOLDS.  THE INDEX RECORD ITSELF IS KEPT.               *
002116*****************************************************************
002117 4000-PURGE-GENERATION.
002118     OPEN I-O GIX-FILE
002119     IF WS-GIX-STATUS NOT = '00'
002120         DISPLAY 'GENCTL: GENERATION INDEX OPEN FAILED, STATUS='
002121             WS-GIX-STATUS
002122         GO TO 4000-EXIT
002123     END-IF
002124     MOVE GEN-CTL-RUN-DATE TO GIX-RUN-DATE
002125     READ GIX-FILE
002126     IF WS-GIX-STATUS NOT = '00'
002127         DISPLAY 'GENCTL: GENERATION INDEX READ FAILED, STATUS='
002128             WS-GIX-STATUS ' RUN DATE ' GEN-CTL-RUN-DATE
002129         CLOSE GIX-FILE
002130         GO TO 4000-EXIT
002131     END-IF
002132     SET GIX-PURGED TO TRUE
002133     MOVE GEN-CTL-PURGED-DATE TO GIX-PURGED-DATE
002134     PERFORM 3110-CLEAR-ONE-SLOT THRU 3110-EXIT
002135         VARYING WS-SLOT-IX FROM 1 BY 1
002136         UNTIL WS-SLOT-IX > 4
002137     REWRITE GIX-RECORD
002138     IF WS-GIX-STATUS NOT = '00'
002139         DISPLAY 'GENCTL: GENERATION INDEX PURGE FAILED, STATUS='
002140             WS-GIX-STATUS ' RUN DATE ' GEN-CTL-RUN-DATE
002141         CLOSE GIX-FILE
002142         GO TO 4000-EXIT
002143     END-IF
002144     CLOSE GIX-FILE
002145     SET GEN-CTL-OK TO TRUE.
002146 4000-EXIT.
002147     EXIT.
002148
002149 9999-EXIT-PROGRAM.
002150     GOBACK.
