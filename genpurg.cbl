000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENPURG.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  RETENTION PURGE FOR THE *
000100*                    DATED GENERATION STORE.  EVERY RUN DATE    *
000110*                    OLDER THAN THE RETENTION PERIOD (PARM, IN  *
000120*                    DAYS) HAS ITS SAVED DRAW, SUMMARY AND      *
000130*                    RESULTS RECORDS DELETED FROM GENSTOR AND   *
000140*                    IS MARKED PURGED, WITH TODAY'S DATE, ON    *
000150*                    THE GENERATION INDEX.  THE INDEX RECORD    *
000160*                    ITSELF IS KEPT SO A LATER REPRINT REQUEST  *
000170*                    FOR THE RUN IS TOLD WHEN IT WENT.          *
000171*   10/15/2026  DJM  THE INDEX IS NOW ONLY READ HERE, TO LIST   *
000172*                    THE RUNS DUE, AND CLOSED AGAIN; EACH RUN   *
000173*                    IS MARKED PURGED THROUGH GENCTL ('X'),     *
000174*                    WHICH ALSO ZEROES EVERY FILE'S COUNT.  THE *
000175*                    VALUATION (VALUOUT) IS PURGED WITH THE     *
000176*                    OTHER FILES.  MORE RUNS DUE THAN ONE PASS  *
000177*                    HOLDS LEAVES THE NEWEST FOR THE NEXT       *
000178*                    NIGHT, WITH RC 4.                          *
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT GIX-FILE ASSIGN TO GENINDX
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS GIX-KEY
000270         FILE STATUS IS WS-GIX-STATUS.
000280
000290     SELECT GEN-FILE ASSIGN TO GENSTOR
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS GEN-KEY
000330         FILE STATUS IS WS-GEN-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GIX-FILE
000380     LABEL RECORDS ARE STANDARD.
000390 COPY GIXREC.
000400
000410 FD  GEN-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY GENREC.
000440
000450 WORKING-STORAGE SECTION.
000460
000470*****************************************************************
000480* THE SHORTEST RETENTION THE PARM MAY ASK FOR, AS IN MSTPURG -  *
000490* THE AUDITORS' QUESTIONS COME A QUARTER AFTER THE FACT.        *
000500*****************************************************************
000510 77  WS-MIN-RETAIN-DAYS           PIC 9(04) VALUE 90.
000520
000530 01  WS-EOF-SWITCHES.
000540     05  WS-GIX-EOF-SW            PIC X(01) VALUE 'N'.
000550         88  WS-GIX-EOF                   VALUE 'Y'.
000560
000570 01  WS-FILE-STATUSES.
000580     05  WS-GIX-STATUS            PIC X(02) VALUE '00'.
000590     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.
000600
000610 01  WS-PURGE-WORK.
000620     05  WS-TODAY                 PIC 9(08).
000630     05  WS-CUTOFF                PIC 9(08).
000640     05  WS-DATE-INT              PIC S9(07) COMP.
000650     05  WS-GIX-DATE-NUM          PIC 9(08).
000660     05  WS-SLOT-IX               PIC 9(01).
000670     05  WS-GEN-SEQ               PIC 9(05).
000680
000681*****************************************************************
000682* THE RUNS DUE FOR PURGING, LISTED FROM THE INDEX BEFORE        *
000683* ANYTHING IS DELETED.  THE INDEX IS CLOSED AGAIN BEFORE GENCTL *
000684* UPDATES IT.  A NIGHT WITH MORE RUNS DUE THAN THE TABLE HOLDS  *
000685* PURGES THE OLDEST AND LEAVES THE REST FOR THE NEXT NIGHT.     *
000686*****************************************************************
000687 01  WS-PURGE-TABLE.
000688     05  WS-PURGE-MAX             PIC 9(04) COMP VALUE 400.
000689     05  WS-PURGE-COUNT           PIC 9(04) COMP VALUE 0.
000690     05  WS-PURGE-IX              PIC 9(04) COMP.
000691     05  WS-PURGE-FULL-SW         PIC X(01) VALUE 'N'.
000692         88  WS-PURGE-FULL               VALUE 'Y'.
000693     05  WS-PURGE-ENTRY OCCURS 400 TIMES.
000694         10  WS-PG-RUN-DATE       PIC X(08).
000695         10  WS-PG-FILE OCCURS 4 TIMES.
000696             15  WS-PG-FILE-ID    PIC X(08).
000697             15  WS-PG-REC-COUNT  PIC 9(05).
000698
000699 01  WS-PURGE-COUNTS.
000700     05  WS-RUNS-READ             PIC 9(05) VALUE 0.
000710     05  WS-RUNS-PURGED           PIC 9(05) VALUE 0.
000720     05  WS-RUNS-ALREADY-PURGED   PIC 9(05) VALUE 0.
000730     05  WS-RECORDS-DELETED       PIC 9(07) VALUE 0.
000740     05  WS-RECORDS-MISSING       PIC 9(05) VALUE 0.
000743
000746 COPY GENPARM.
000750
000760 LINKAGE SECTION.
000770 01  WS-PARM-AREA.
000780     05  WS-PARM-LEN              PIC S9(04) COMP.
000790     05  WS-PARM-DATA.
000800         10  WS-PARM-RETAIN-DAYS  PIC 9(04).
000810
000820 PROCEDURE DIVISION USING WS-PARM-AREA.
000830
000840*****************************************************************
000850* 0000-MAINLINE - LIST EVERY RETAINED RUN OLDER THAN THE        *
000860* CUTOFF FROM THE GENERATION INDEX, THEN PURGE EACH IN TURN.    *
000870*****************************************************************
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
000897     PERFORM 3000-PURGE-ONE-RUN THRU 3000-EXIT
000904         VARYING WS-PURGE-IX FROM 1 BY 1
000911         UNTIL WS-PURGE-IX > WS-PURGE-COUNT
000920     DISPLAY 'GENPURG: RETENTION CUTOFF . . . : '
000930         WS-CUTOFF
000940     DISPLAY 'GENPURG: RUN DATES EXAMINED. . : '
000950         WS-RUNS-READ
000960     DISPLAY 'GENPURG: RUN DATES PURGED . . . : '
000970         WS-RUNS-PURGED
000980     DISPLAY 'GENPURG: ALREADY PURGED . . . . : '
000990         WS-RUNS-ALREADY-PURGED
001000     DISPLAY 'GENPURG: STORE RECORDS DELETED. : '
001010         WS-RECORDS-DELETED
001020     IF WS-RECORDS-MISSING > 0
001030         DISPLAY 'GENPURG: STORE RECORDS MISSING. : '
001040             WS-RECORDS-MISSING
001050         MOVE 4 TO RETURN-CODE
001060     END-IF
001061     IF WS-PURGE-FULL
001062         DISPLAY 'GENPURG: MORE THAN ' WS-PURGE-MAX
001063             ' RUN DATES DUE - THE REST GO NEXT RUN'
001064         MOVE 4 TO RETURN-CODE
001065     END-IF
001070     GO TO 9999-EXIT-PROGRAM.
001080
001090*****************************************************************
001100* 1000-INITIALIZE-RUN - TAKE THE RETENTION FROM THE PARM, WORK  *
001110* OUT THE CUTOFF, LIST THE RUNS DUE, AND OPEN THE STORE.  A BAD *
001120* PARM PURGES NOTHING.                                          *
001130*****************************************************************
001140 1000-INITIALIZE-RUN.
001150     IF WS-PARM-LEN < 4
001160         OR WS-PARM-RETAIN-DAYS NOT NUMERIC
001170         DISPLAY 'GENPURG: PARM MUST GIVE THE RETENTION IN DAYS '
001180             '- NOTHING PURGED'
001190         MOVE 16 TO RETURN-CODE
001200         GO TO 9999-EXIT-PROGRAM
001210     END-IF
001220     IF WS-PARM-RETAIN-DAYS < WS-MIN-RETAIN-DAYS
001230         DISPLAY 'GENPURG: RETENTION UNDER ' WS-MIN-RETAIN-DAYS
001240             ' DAYS - NOTHING PURGED'
001250         MOVE 16 TO RETURN-CODE
001260         GO TO 9999-EXIT-PROGRAM
001270     END-IF
001280     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001290     COMPUTE WS-DATE-INT =
001300         FUNCTION INTEGER-OF-DATE (WS-TODAY)
001310         - WS-PARM-RETAIN-DAYS
001320     COMPUTE WS-CUTOFF =
001330         FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
001340     OPEN INPUT GIX-FILE
001350     IF WS-GIX-STATUS = '35'
001360         DISPLAY 'GENPURG: NO GENERATION INDEX - NOTHING TO PURGE'
001370         GO TO 9999-EXIT-PROGRAM
001380     END-IF
001390     IF WS-GIX-STATUS NOT = '00'
001400         DISPLAY 'GENPURG: GENERATION INDEX OPEN FAILED, STATUS='
001410             WS-GIX-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         GO TO 9999-EXIT-PROGRAM
001440     END-IF
001442     PERFORM 1100-READ-GIX-FILE THRU 1100-EXIT
001444     PERFORM 2000-LIST-ONE-RUN THRU 2000-EXIT
001446         UNTIL WS-GIX-EOF
001448     CLOSE GIX-FILE
001450     OPEN I-O GEN-FILE
001460     IF WS-GEN-STATUS NOT = '00'
001470         DISPLAY 'GENPURG: GENERATION STORE OPEN FAILED, STATUS='
001480             WS-GEN-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         GO TO 9999-EXIT-PROGRAM
001510     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560 1100-READ-GIX-FILE.
001570     READ GIX-FILE
001580         AT END
001590             SET WS-GIX-EOF TO TRUE
001600     END-READ
001610     IF WS-GIX-STATUS NOT = '00'
001620         AND WS-GIX-STATUS NOT = '10'
001630         DISPLAY 'GENPURG: GENERATION INDEX READ FAILED, STATUS='
001640             WS-GIX-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT-PROGRAM
001670     END-IF.
001680 1100-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720* 2000-LIST-ONE-RUN - NOTE EACH RETAINED RUN OLDER THAN THE     *
001730* CUTOFF WITH THE FILES AND COUNTS THE INDEX HOLDS FOR IT.  THE *
001740* INDEX IS IN RUN-DATE ORDER, SO THE FIRST RUN INSIDE THE       *
001750* RETENTION ENDS THE PASS.                                      *
001760*****************************************************************
001770 2000-LIST-ONE-RUN.
001780     ADD 1 TO WS-RUNS-READ
001790     MOVE GIX-RUN-DATE TO WS-GIX-DATE-NUM
001800     IF WS-GIX-DATE-NUM NOT < WS-CUTOFF
001810         SET WS-GIX-EOF TO TRUE
001820         GO TO 2000-EXIT
001830     END-IF
001840     IF GIX-PURGED
001850         ADD 1 TO WS-RUNS-ALREADY-PURGED
001860         GO TO 2000-NEXT
001870     END-IF
001872     IF WS-PURGE-COUNT NOT < WS-PURGE-MAX
001874         SET WS-PURGE-FULL TO TRUE
001876         SET WS-GIX-EOF TO TRUE
001878         GO TO 2000-EXIT
001880     END-IF
001882     ADD 1 TO WS-PURGE-COUNT
001884     MOVE GIX-RUN-DATE TO WS-PG-RUN-DATE (WS-PURGE-COUNT)
001886     PERFORM 2100-LIST-ONE-FILE THRU 2100-EXIT
001890         VARYING WS-SLOT-IX FROM 1 BY 1
001900         UNTIL WS-SLOT-IX > 4.
002010 2000-NEXT.
002020     PERFORM 1100-READ-GIX-FILE THRU 1100-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002058 2100-LIST-ONE-FILE.
002066     MOVE GIX-FILE-ID (WS-SLOT-IX)
002074         TO WS-PG-FILE-ID (WS-PURGE-COUNT, WS-SLOT-IX)
002082     MOVE GIX-REC-COUNT (WS-SLOT-IX)
002090         TO WS-PG-REC-COUNT (WS-PURGE-COUNT, WS-SLOT-IX).
002100 2100-EXIT.
002110     EXIT.
002120
002130*****************************************************************
002131* 3000-PURGE-ONE-RUN - DELETE THE RUN'S STORE RECORDS, THEN     *
002132* HAVE GENCTL MARK IT PURGED ON THE INDEX WITH TODAY'S DATE.    *
002133*****************************************************************
002134 3000-PURGE-ONE-RUN.
002135     PERFORM 3100-PURGE-ONE-FILE THRU 3100-EXIT
002136         VARYING WS-SLOT-IX FROM 1 BY 1
002137         UNTIL WS-SLOT-IX > 4
002138     MOVE 'X' TO GEN-CTL-FUNCTION
002139     MOVE WS-PG-RUN-DATE (WS-PURGE-IX) TO GEN-CTL-RUN-DATE
002140     MOVE SPACES TO GEN-CTL-FILE-ID
002141     MOVE WS-TODAY TO GEN-CTL-PURGED-DATE
002142     CALL 'GENCTL' USING GEN-CTL-PARM
002143     IF NOT GEN-CTL-OK
002144         DISPLAY 'GENPURG: GENERATION INDEX PURGE FAILED FOR RUN '
002145             'DATE ' WS-PG-RUN-DATE (WS-PURGE-IX)
002146         MOVE 16 TO RETURN-CODE
002147         GO TO 9999-EXIT-PROGRAM
002148     END-IF
002149     ADD 1 TO WS-RUNS-PURGED.
002150 3000-EXIT.
002151     EXIT.
002152
002153 3100-PURGE-ONE-FILE.
002154     PERFORM 3110-DELETE-ONE-RECORD THRU 3110-EXIT
002155         VARYING WS-GEN-SEQ FROM 1 BY 1
002156         UNTIL WS-GEN-SEQ >
002157             WS-PG-REC-COUNT (WS-PURGE-IX, WS-SLOT-IX).
002158 3100-EXIT.
002159     EXIT.
002160
002161*****************************************************************
002162* 3110-DELETE-ONE-RECORD - A RECORD THE INDEX COUNTS BUT THE    *
002163* STORE DOES NOT HOLD IS REPORTED AND THE PURGE GOES ON; THE    *
002164* STEP ENDS WITH RC 4.                                          *
002170*****************************************************************
002180 3110-DELETE-ONE-RECORD.
002190     MOVE WS-PG-RUN-DATE (WS-PURGE-IX) TO GEN-RUN-DATE
002200     MOVE WS-PG-FILE-ID (WS-PURGE-IX, WS-SLOT-IX) TO GEN-FILE-ID
002210     MOVE WS-GEN-SEQ TO GEN-REC-SEQ
002220     DELETE GEN-FILE RECORD
002230     IF WS-GEN-STATUS = '00'
002240         ADD 1 TO WS-RECORDS-DELETED
002250         GO TO 3110-EXIT
002260     END-IF
002270     IF WS-GEN-STATUS = '23'
002280         DISPLAY 'GENPURG: NOT ON GENERATION STORE - '
002290             GEN-RUN-DATE ' ' GEN-FILE-ID ' ' GEN-REC-SEQ
002300         ADD 1 TO WS-RECORDS-MISSING
002310         GO TO 3110-EXIT
002320     END-IF
002330     DISPLAY 'GENPURG: GENERATION DELETE FAILED, STATUS='
002340         WS-GEN-STATUS
002350     MOVE 16 TO RETURN-CODE
002360     GO TO 9999-EXIT-PROGRAM.
002370 3110-EXIT.
002380     EXIT.
002390
002400 9999-EXIT-PROGRAM.
002410     CLOSE GIX-FILE
002420     CLOSE GEN-FILE
002430     STOP RUN.
