000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BATCTL.
000030 AUTHOR. D-J-MARLOWE.
000040 INSTALLATION. LIBRARY-SYSTEMS-CIRCULATION-AND-AUDIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090*   10/15/2026  DJM  ORIGINAL VERSION.  ONE SUBPROGRAM OWNS     *
000100*                    THE BATCH REGISTER SO THE FIVE PROGRAMS    *
000110*                    THAT APPLY DESK-KEYED TRANSACTION FILES DO *
000120*                    NOT EACH CARRY THEIR OWN VSAM PLUMBING.    *
000130*                    'C' ANSWERS WHETHER A BATCH ID HAS ALREADY *
000140*                    BEEN APPLIED FROM THE NAMED FILE, AND 'P'  *
000150*                    POSTS A BALANCED BATCH AS APPLIED WITH ITS *
000160*                    COUNT AND HASH TOTAL.                      *
000170*****************************************************************
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT BAT-FILE ASSIGN TO BATMAST
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS RANDOM
000250         RECORD KEY IS BAT-KEY
000260         FILE STATUS IS WS-BAT-STATUS.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  BAT-FILE
000310     LABEL RECORDS ARE STANDARD.
000320 COPY BATREC.
000330
000340 WORKING-STORAGE SECTION.
000350
000360 01  WS-FILE-STATUSES.
000370     05  WS-BAT-STATUS            PIC X(02) VALUE '00'.
000380
000390 01  WS-BATCTL-WORK.
000400     05  WS-CLOCK-TIME            PIC 9(08).
000410
000420 LINKAGE SECTION.
000430 COPY BATPARM.
000440
000450 PROCEDURE DIVISION USING BAT-CTL-PARM.
000460
000470*****************************************************************
000480* 0000-MAINLINE - OPEN THE REGISTER, DO THE ONE FUNCTION,       *
000490* CLOSE, AND GO BACK - A COMPLETE OPEN-ACT-CLOSE PER CALL, AS   *
000500* IN CHNCTL.                                                    *
000510*****************************************************************
000520 0000-MAINLINE.
000530     SET BAT-CTL-NOT-OK TO TRUE
000540     MOVE 'N' TO BAT-CTL-DUP-SW
000550     MOVE 0 TO BAT-CTL-APPLIED-DATE
000560     PERFORM 1000-OPEN-REGISTER THRU 1000-EXIT
000570     IF BAT-CTL-CHECK
000580         PERFORM 2000-CHECK-BATCH THRU 2000-EXIT
000590     ELSE
000600         PERFORM 3000-POST-BATCH THRU 3000-EXIT
000610     END-IF
000620     CLOSE BAT-FILE
000630     GO TO 9999-EXIT-PROGRAM.
000640
000650*****************************************************************
000660* 1000-OPEN-REGISTER - BOOTSTRAP AN EMPTY REGISTER ON FIRST     *
000670* USE, THE WAY THE OTHER KEYED MASTERS DO.                      *
000680*****************************************************************
000690 1000-OPEN-REGISTER.
000700     OPEN I-O BAT-FILE
000710     IF WS-BAT-STATUS = '35'
000720         OPEN OUTPUT BAT-FILE
000730         CLOSE BAT-FILE
000740         OPEN I-O BAT-FILE
000750     END-IF
000760     IF WS-BAT-STATUS NOT = '00'
000770         DISPLAY 'BATCTL: BATCH REGISTER OPEN FAILED, STATUS='
000780             WS-BAT-STATUS
000790         GO TO 9999-EXIT-PROGRAM
000800     END-IF.
000810 1000-EXIT.
000820     EXIT.
000830
000840*****************************************************************
000850* 2000-CHECK-BATCH - A BATCH ID ALREADY ON THE REGISTER FOR     *
000860* THIS FILE IS A DUPLICATE SUBMISSION; THE DATE IT WAS APPLIED  *
000870* GOES BACK FOR THE CALLER'S REFUSAL MESSAGE.                   *
000880*****************************************************************
000890 2000-CHECK-BATCH.
000900     MOVE BAT-CTL-FILE-ID TO BAT-FILE-ID
000910     MOVE BAT-CTL-BATCH-ID TO BAT-BATCH-ID
000920     READ BAT-FILE
000930     IF WS-BAT-STATUS = '00'
000940         SET BAT-CTL-DUPLICATE TO TRUE
000950         MOVE BAT-APPLIED-DATE TO BAT-CTL-APPLIED-DATE
000960     ELSE
000970         IF WS-BAT-STATUS NOT = '23'
000980             DISPLAY 'BATCTL: CHECK READ FAILED, STATUS='
000990                 WS-BAT-STATUS
001000             GO TO 2000-EXIT
001010         END-IF
001020     END-IF
001030     SET BAT-CTL-OK TO TRUE.
001040 2000-EXIT.
001050     EXIT.
001060
001070*****************************************************************
001080* 3000-POST-BATCH - RECORD THE APPLIED BATCH.  A DUPLICATE KEY  *
001090* HERE MEANS THE CALLER SKIPPED ITS CHECK AND IS NOT OK.        *
001100*****************************************************************
001110 3000-POST-BATCH.
001120     MOVE BAT-CTL-FILE-ID TO BAT-FILE-ID
001130     MOVE BAT-CTL-BATCH-ID TO BAT-BATCH-ID
001140     MOVE BAT-CTL-JOB-ID TO BAT-JOB-ID
001150     MOVE BAT-CTL-RUN-DATE TO BAT-APPLIED-DATE
001160     ACCEPT WS-CLOCK-TIME FROM TIME
001170     MOVE WS-CLOCK-TIME TO BAT-APPLIED-TIME
001180     MOVE BAT-CTL-REC-COUNT TO BAT-REC-COUNT
001190     MOVE BAT-CTL-HASH-TOTAL TO BAT-HASH-TOTAL
001200     WRITE BAT-RECORD
001210     IF WS-BAT-STATUS = '22'
001220         SET BAT-CTL-DUPLICATE TO TRUE
001230     END-IF
001240     IF WS-BAT-STATUS NOT = '00'
001250         DISPLAY 'BATCTL: BATCH POST FAILED, STATUS='
001260             WS-BAT-STATUS
001270         GO TO 3000-EXIT
001280     END-IF
001290     SET BAT-CTL-OK TO TRUE.
001300 3000-EXIT.
001310     EXIT.
001320
001330 9999-EXIT-PROGRAM.
001340     GOBACK.
