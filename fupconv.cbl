000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUPCONV.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  ONE-TIME CONVERSION OF  *
000100*                    THE FOLLOW-UP MASTER TO THE 98-BYTE        *
000110*                    LAYOUT THAT CARRIES THE CIRCULATION NOTICE *
000120*                    STAGE AND RECALL DATE.  THE OLD 89-BYTE    *
000130*                    MASTER IS UNLOADED (REPRO) TO FUPOLD, THE  *
000140*                    CLUSTER IS DELETED AND DEFINED AGAIN AT    *
000150*                    THE NEW LENGTH, AND THIS STEP RELOADS IT   *
000160*                    WITH NO NOTICE SENT AND A ZERO RECALL      *
000170*                    DATE.  RUN ONCE, BEFORE THE FIRST LOANVFY, *
000180*                    RCLNOTC OR MSTPURG AGAINST THE NEW LAYOUT. *
000190*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OLD-FILE ASSIGN TO FUPOLD
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-OLD-STATUS.
000270
000280     SELECT FUP-FILE ASSIGN TO FUPMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS FUP-KEY
000320         FILE STATUS IS WS-FUP-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360*        THE FOLLOW-UP RECORD AS IT STOOD BEFORE THE NOTICE
000370*        STAGE AND RECALL DATE WERE ADDED - EVERY FIELD UP TO
000380*        AND INCLUDING FUP-WITHDRAWN-INITS, IN THE SAME PLACES.
000390 FD  OLD-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  OLD-FUP-RECORD.
000430     05  OLD-FUP-CALLNO           PIC 9(04).
000440     05  FILLER                   PIC X(85).
000450
000460 FD  FUP-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY FUPREC.
000490
000500 WORKING-STORAGE SECTION.
000510
000520 01  WS-EOF-SWITCHES.
000530     05  WS-OLD-EOF-SW            PIC X(01) VALUE 'N'.
000540         88  WS-OLD-EOF                   VALUE 'Y'.
000550
000560 01  WS-FILE-STATUSES.
000570     05  WS-OLD-STATUS            PIC X(02) VALUE '00'.
000580     05  WS-FUP-STATUS            PIC X(02) VALUE '00'.
000590
000600 01  WS-CONVERSION-COUNTS.
000610     05  WS-RECORDS-READ          PIC 9(07) VALUE 0.
000620     05  WS-RECORDS-WRITTEN       PIC 9(07) VALUE 0.
000630
000640 PROCEDURE DIVISION.
000650
000660*****************************************************************
000670* 0000-MAINLINE - COPY EVERY UNLOADED RECORD TO THE NEW MASTER, *
000680* THEN PROVE NOTHING WAS DROPPED.                               *
000690*****************************************************************
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
000720     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
000730         UNTIL WS-OLD-EOF
000740     DISPLAY 'FUPCONV: OLD RECORDS READ . . . : '
000750         WS-RECORDS-READ
000760     DISPLAY 'FUPCONV: NEW RECORDS WRITTEN. . : '
000770         WS-RECORDS-WRITTEN
000780     IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
000790         DISPLAY 'FUPCONV: RECORD COUNTS DO NOT AGREE'
000800         MOVE 16 TO RETURN-CODE
000810     END-IF
000820     GO TO 9999-EXIT-PROGRAM.
000830
000840*****************************************************************
000850* 1000-INITIALIZE-RUN - THE NEW MASTER IS LOADED FROM EMPTY.    *
000860* AN EMPTY UNLOAD IS REFUSED - IT MEANS THE REPRO DID NOT RUN,  *
000870* AND LOADING NOTHING WOULD LOSE EVERY OPEN FINDING.            *
000880*****************************************************************
000890 1000-INITIALIZE-RUN.
000900     OPEN INPUT OLD-FILE
000910     IF WS-OLD-STATUS NOT = '00'
000920         DISPLAY 'FUPCONV: OLD MASTER UNLOAD OPEN FAILED, STATUS='
000930             WS-OLD-STATUS
000940         MOVE 16 TO RETURN-CODE
000950         GO TO 9999-EXIT-PROGRAM
000960     END-IF
000970     PERFORM 1100-READ-OLD-FILE THRU 1100-EXIT
000980     IF WS-OLD-EOF
000990         DISPLAY 'FUPCONV: OLD MASTER UNLOAD IS EMPTY - NOTHING '
001000             'CONVERTED'
001010         MOVE 16 TO RETURN-CODE
001020         GO TO 9999-EXIT-PROGRAM
001030     END-IF
001040     OPEN OUTPUT FUP-FILE
001050     IF WS-FUP-STATUS NOT = '00'
001060         DISPLAY 'FUPCONV: FOLLOW-UP MASTER OPEN FAILED, STATUS='
001070             WS-FUP-STATUS
001080         MOVE 16 TO RETURN-CODE
001090         GO TO 9999-EXIT-PROGRAM
001100     END-IF.
001110 1000-EXIT.
001120     EXIT.
001130
001140 1100-READ-OLD-FILE.
001150     READ OLD-FILE
001160         AT END
001170             SET WS-OLD-EOF TO TRUE
001180             GO TO 1100-EXIT
001190     END-READ
001200     IF WS-OLD-STATUS NOT = '00'
001210         DISPLAY 'FUPCONV: OLD MASTER UNLOAD READ FAILED, STATUS='
001220             WS-OLD-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         GO TO 9999-EXIT-PROGRAM
001250     END-IF
001260     ADD 1 TO WS-RECORDS-READ.
001270 1100-EXIT.
001280     EXIT.
001290
001300*****************************************************************
001310* 2000-CONVERT-ONE-RECORD - THE OLD FIELDS CARRY ACROSS         *
001320* UNCHANGED; NO NOTICE HAS BEEN SENT ON ANY OF THEM YET.  THE   *
001330* UNLOAD IS IN KEY ORDER, SO AN OUT-OF-SEQUENCE WRITE MEANS THE *
001340* WRONG FILE WAS UNLOADED.                                      *
001350*****************************************************************
001360 2000-CONVERT-ONE-RECORD.
001370     MOVE OLD-FUP-RECORD TO FUP-RECORD
001380     SET FUP-NO-NOTICE TO TRUE
001390     MOVE 0 TO FUP-RECALL-DATE
001400     WRITE FUP-RECORD
001410     IF WS-FUP-STATUS NOT = '00'
001420         DISPLAY 'FUPCONV: FOLLOW-UP WRITE FAILED, CALLNO='
001430             OLD-FUP-CALLNO ' STATUS=' WS-FUP-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         GO TO 9999-EXIT-PROGRAM
001460     END-IF
001470     ADD 1 TO WS-RECORDS-WRITTEN
001480     PERFORM 1100-READ-OLD-FILE THRU 1100-EXIT.
001490 2000-EXIT.
001500     EXIT.
001510
001520 9999-EXIT-PROGRAM.
001530     CLOSE OLD-FILE
001540     CLOSE FUP-FILE
001550     STOP RUN.
