000280*                    NOW POSTED TO THE CHAIN-CONTROL MASTER     *
000290*                    THROUGH CHNCTL AS THE FIRST STEP OF THE    *
000300*                    NIGHTLY CHAIN.                             *
000301*   10/15/2026  DJM  THE LOAN EXTRACT NOW CARRIES THE           *
000302*                    BORROWER'S PATRON ID SO OVERDUE RECALL     *
000303*                    NOTICES AND BILLS CAN BE ADDRESSED.        *
000304*   10/15/2026  DJM  EACH SUBAREA IS LOOKED UP ON THE SUBAREA   *
000305*                    REFERENCE MASTER (SBAMAST) AS ITS FIRST    *
000306*                    ROW IS UNLOADED.  ONE THAT IS MISSING OR   *
000307*                    INACTIVE THERE IS WARNED OF AND ENDS THE   *
000308*                    STEP WITH RC 4 - THE EXTRACT IS STILL      *
000309*                    WRITTEN IN FULL.                           *
000310*****************************************************************

000320 ENVIRONMENT DIVISION.
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-LOAN-STATUS.

000401     SELECT SBA-FILE ASSIGN TO SBAMAST
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS SBA-KEY
000405         FILE STATUS IS WS-SBA-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CAT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY LOANREC.

000502 FD  SBA-FILE
000504     LABEL RECORDS ARE STANDARD.
000506 COPY SBAREC.

000510 WORKING-STORAGE SECTION.

000520 01  WS-FILE-STATUSES.
000530     05  WS-CAT-STATUS            PIC X(02) VALUE '00'.
000540     05  WS-LOAN-STATUS           PIC X(02) VALUE '00'.
000545     05  WS-SBA-STATUS            PIC X(02) VALUE '00'.

000550 01  WS-CHAIN-WORK.
000560     05  WS-CHN-STARTED-SW        PIC X(01) VALUE 'N'.
000660     05  WS-LOAN-EOF-SW           PIC X(01) VALUE 'N'.
000670         88  WS-LOAN-EOF                  VALUE 'Y'.

000671*****************************************************************
000672* SUBAREA CHECK - EACH SUBAREA IS LOOKED UP ONCE, ON ITS FIRST  *
000673* ROW.  NO SUBAREA MASTER YET ONLY SKIPS THE CHECK.             *
000674*****************************************************************
000675 01  WS-SUBAREA-CHECK.
000676     05  WS-SBA-OPEN-SW           PIC X(01) VALUE 'N'.
000677         88  WS-SBA-IS-OPEN              VALUE 'Y'.
000678     05  WS-PREV-SUBAREA          PIC X(12) VALUE LOW-VALUES.
000679     05  WS-SUBAREA-WARNINGS      PIC 9(04) VALUE 0.

000680 EXEC SQL INCLUDE SQLCA END-EXEC.

000690 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000710 01  WS-CALLNO                    PIC S9(4) COMP.
000720 01  WS-TITLE                     PIC X(30).
000730 01  WS-DUE-DATE                  PIC 9(08).
000735 01  WS-PATRON-ID                 PIC X(10).
000740 01  WS-SQLCODE                   PIC S9(4) COMP.

000750 EXEC SQL END DECLARE SECTION END-EXEC.
000970         WS-ROWS-UNLOADED
000980     DISPLAY 'CATUNLD: LOAN ROWS UNLOADED . . : '
000990         WS-LOANS-UNLOADED
000991     DISPLAY 'CATUNLD: SUBAREA WARNINGS . . . : '
000992         WS-SUBAREA-WARNINGS
000993     IF WS-SUBAREA-WARNINGS > 0
000994         MOVE 4 TO RETURN-CODE
000995     END-IF
001000     IF WS-ROWS-UNLOADED = 0
001010         DISPLAY 'CATUNLD: CATALOG UNLOAD IS EMPTY'
001020         MOVE 16 TO RETURN-CODE
001340         MOVE 16 TO RETURN-CODE
001350         GO TO 9999-EXIT-PROGRAM
001360     END-IF
001361     OPEN INPUT SBA-FILE
001362     IF WS-SBA-STATUS = '00'
001363         SET WS-SBA-IS-OPEN TO TRUE
001364     ELSE
001365         IF WS-SBA-STATUS = '35'
001366             DISPLAY 'CATUNLD: NO SUBAREA MASTER YET - SUBAREAS '
001367                 'NOT CHECKED'
001368         ELSE
001369             DISPLAY 'CATUNLD: SUBAREA MASTER OPEN FAILED, '
001370                 'STATUS=' WS-SBA-STATUS
001371             MOVE 16 TO RETURN-CODE
001372             GO TO 9999-EXIT-PROGRAM
001373         END-IF
001374     END-IF
001375     PERFORM 4000-WRITE-EXTRACT-HEADERS THRU 4000-EXIT
001380     EXEC SQL
001390         DECLARE UNLOAD-CURSOR CURSOR FOR
001400         SELECT SUBAREA, CALLNO, TITLE
001530     END-IF
001540     EXEC SQL
001550         DECLARE LOAN-CURSOR CURSOR FOR
001560         SELECT CALLNO, DUE_DATE, PATRON_ID
001570           FROM LOANS
001580          ORDER BY CALLNO
001590     END-EXEC
001850         MOVE 16 TO RETURN-CODE
001860         GO TO 9999-EXIT-PROGRAM
001870     END-IF
001872     IF WS-SUBAREA NOT = WS-PREV-SUBAREA
001874         MOVE WS-SUBAREA TO WS-PREV-SUBAREA
001876         PERFORM 2100-CHECK-SUBAREA THRU 2100-EXIT
001878     END-IF
001880     MOVE WS-SUBAREA TO CAT-SUBAREA
001890     MOVE WS-CALLNO TO CAT-CALLNO
001900     MOVE WS-TITLE TO CAT-TITLE
001990 2000-EXIT.
002000     EXIT.

002001*****************************************************************
002002* 2100-CHECK-SUBAREA - A CATALOG SUBAREA THAT IS NOT ON THE     *
002003* SUBAREA MASTER, OR IS INACTIVE THERE, IS USUALLY A TYPING     *
002004* ERROR THAT WOULD GIVE THE SAMPLER A STRATUM OF ITS OWN.  IT   *
002005* IS WARNED OF HERE, THE EVENING BEFORE THE SAMPLE RUNS.        *
002006*****************************************************************
002007 2100-CHECK-SUBAREA.
002008     IF NOT WS-SBA-IS-OPEN
002009         GO TO 2100-EXIT
002010     END-IF
002011     MOVE WS-SUBAREA TO SBA-SUBAREA
002012     READ SBA-FILE
002013     IF WS-SBA-STATUS = '23'
002014         DISPLAY 'CATUNLD: WARNING - SUBAREA ' WS-SUBAREA
002015             ' NOT ON SUBAREA MASTER'
002016         ADD 1 TO WS-SUBAREA-WARNINGS
002017         GO TO 2100-EXIT
002018     END-IF
002019     IF WS-SBA-STATUS NOT = '00'
002020         DISPLAY 'CATUNLD: SUBAREA MASTER READ FAILED, STATUS='
002021             WS-SBA-STATUS
002022         MOVE 16 TO RETURN-CODE
002023         GO TO 9999-EXIT-PROGRAM
002024     END-IF
002025     IF SBA-INACTIVE
002026         DISPLAY 'CATUNLD: WARNING - SUBAREA ' WS-SUBAREA
002027             ' INACTIVE ON SUBAREA MASTER'
002028         ADD 1 TO WS-SUBAREA-WARNINGS
002029     END-IF.
002030 2100-EXIT.
002031     EXIT.

002032 3000-UNLOAD-ONE-LOAN.
002033     EXEC SQL
002034         FETCH LOAN-CURSOR
002042          INTO :WS-CALLNO, :WS-DUE-DATE, :WS-PATRON-ID
002050     END-EXEC
002060     MOVE SQLCODE TO WS-SQLCODE
002070     IF WS-SQLCODE = 100
002160     END-IF
002170     MOVE WS-CALLNO TO LOAN-CALLNO
002180     MOVE WS-DUE-DATE TO LOAN-DUE-DATE
002185     MOVE WS-PATRON-ID TO LOAN-PATRON-ID
002190     WRITE LOAN-RECORD
002200     IF WS-LOAN-STATUS NOT = '00'
002210         DISPLAY 'CATUNLD: LOAN EXTRACT WRITE FAILED, STATUS='
002980     END-IF
002990     CLOSE CAT-FILE
003000     CLOSE LOAN-FILE
003002     IF WS-SBA-IS-OPEN
003004         CLOSE SBA-FILE
003006     END-IF
003010     STOP RUN.
