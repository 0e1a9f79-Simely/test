000170*                    ITEMS - SO THE THREE PART-TIME WALKERS     *
000180*                    ARE SCHEDULED FROM NUMBERS INSTEAD OF      *
000190*                    GUESSWORK.                                 *
000191*   10/15/2026  DJM  REPRINT BY RUN DATE - A PARM RUN DATE      *
000192*                    (YYYYMMDD) REPRINTS THAT RUN FROM THE      *
000193*                    RESULTS FILE AND TRAILER KEPT ON THE       *
000194*                    GENERATION STORE, MARKED AS A REPRINT ON   *
000195*                    THE HEADING.  A RUN NO LONGER RETAINED, OR *
000196*                    NEVER SAVED, ENDS WITH RC 8 AND NO REPORT. *
000200*****************************************************************
000210
000220 ENVIRONMENT DIVISION.
000290     SELECT SUM-FILE ASSIGN TO SUMIN
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-SUM-STATUS.
000311
000312     SELECT GEN-FILE ASSIGN TO GENSTOR
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS RANDOM
000315         RECORD KEY IS GEN-KEY
000316         FILE STATUS IS WS-GEN-STATUS.
000320
000330     SELECT RPT-FILE ASSIGN TO RPTOUT
000340         ORGANIZATION IS SEQUENTIAL
000450     RECORDING MODE IS F
000460     LABEL RECORDS ARE STANDARD.
000470 COPY SUMREC.
000472
000474 FD  GEN-FILE
000476     LABEL RECORDS ARE STANDARD.
000478 COPY GENREC.
000480
000490 FD  RPT-FILE
000500     RECORDING MODE IS F
000630     05  WS-RSLT-STATUS           PIC X(02) VALUE '00'.
000640     05  WS-SUM-STATUS            PIC X(02) VALUE '00'.
000650     05  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000651     05  WS-GEN-STATUS            PIC X(02) VALUE '00'.
000652
000653*****************************************************************
000654* REPRINT OF A RETAINED RUN FROM THE GENERATION STORE.  THE     *
000655* RECORD COUNTS COME FROM THE GENERATION INDEX THROUGH GENCTL;  *
000656* EACH FILE IS READ BACK BY KEY, RECORD 1 UP TO ITS COUNT.      *
000657*****************************************************************
000658 01  WS-REPRINT-WORK.
000659     05  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
000660         88  WS-REPRINT                   VALUE 'Y'.
000661     05  WS-REPRINT-DATE          PIC X(08).
000662     05  WS-GEN-FILE-ID           PIC X(08).
000663     05  WS-RSLT-GEN-COUNT        PIC 9(05) VALUE 0.
000664     05  WS-RSLT-GEN-SEQ          PIC 9(05) VALUE 0.
000665     05  WS-SUM-GEN-COUNT         PIC 9(05) VALUE 0.
000666     05  WS-SUM-GEN-SEQ           PIC 9(05) VALUE 0.
000667 COPY GENPARM.
000668
000670*****************************************************************
000680* ONE ENTRY PER CHECKER, ONE SUB-ENTRY PER DAY THEY WORKED.     *
000690* TEN CHECKERS AND 31 DAYS COVERS A MONTH-LONG WALK WITH ROOM   *
001150 01  WS-HEADING-LINE-1.
001160     05  FILLER                   PIC X(37)
001170         VALUE 'CHECKER WORKLOAD REPORT - SHELF AUDIT'.
001175     05  WS-H1-REPRINT-TAG        PIC X(10) VALUE SPACES.
001180
001190 01  WS-HEADING-LINE-2.
001200     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001550
001560 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001570
001572 LINKAGE SECTION.
001574 01  WS-PARM-AREA.
001576     05  WS-PARM-LEN              PIC S9(04) COMP.
001578     05  WS-PARM-DATA.
001580         10  WS-PARM-RUN-DATE     PIC X(08).
001582
001584 PROCEDURE DIVISION USING WS-PARM-AREA.
001590
001600*****************************************************************
001610* 0000-MAINLINE - FOLD EVERY RESULT INTO THE CHECKER-DAY AND    *
001760*****************************************************************
001770* 1000-INITIALIZE-RUN - OPEN THE FILES, READ THE ONE SUMMARY    *
001780* TRAILER (THE ELAPSED-DAYS ARITHMETIC NEEDS ITS RUN DATE, SO   *
001786* NO TRAILER IS FATAL), AND PRIME THE RESULTS READ.  A REPRINT  *
001792* READS BOTH BACK FROM THE GENERATION STORE INSTEAD.            *
001800*****************************************************************
001810 1000-INITIALIZE-RUN.
001811     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
001812     IF WS-REPRINT
001813         PERFORM 1060-OPEN-GENERATIONS THRU 1060-EXIT
001814         PERFORM 1250-READ-SUM-GENERATION THRU 1250-EXIT
001815         GO TO 1000-CHECK-TRAILER
001816     END-IF
001820     OPEN INPUT RSLT-FILE
001830     IF WS-RSLT-STATUS NOT = '00'
001840         DISPLAY 'CHKWRPT: RESULTS FILE OPEN FAILED, STATUS='
001960     READ SUM-FILE
001970         AT END
001980             SET WS-SUM-EOF TO TRUE
001986     END-READ.
001992 1000-CHECK-TRAILER.
002000     IF WS-SUM-EOF
002010         DISPLAY 'CHKWRPT: NO SUMMARY TRAILER RECORD FOUND'
002020         MOVE 16 TO RETURN-CODE
002230 1000-EXIT.
002240     EXIT.
002250
002251*****************************************************************
002252* 1050-LOAD-PARM - A PARM RUN DATE (YYYYMMDD) ASKS FOR A        *
002253* REPRINT OF THAT RUN FROM THE GENERATION STORE.  NO PARM IS    *
002254* THE NORMAL NIGHTLY RUN.                                       *
002255*****************************************************************
002256 1050-LOAD-PARM.
002257     IF WS-PARM-LEN = 0
002258         GO TO 1050-EXIT
002259     END-IF
002260     IF WS-PARM-LEN < 8
002261         OR WS-PARM-RUN-DATE NOT NUMERIC
002262         OR WS-PARM-RUN-DATE = '00000000'
002263         DISPLAY 'CHKWRPT: PARM MUST BE A RUN DATE, YYYYMMDD'
002264         MOVE 16 TO RETURN-CODE
002265         GO TO 9999-EXIT-PROGRAM
002266     END-IF
002267     SET WS-REPRINT TO TRUE
002268     MOVE WS-PARM-RUN-DATE TO WS-REPRINT-DATE.
002269 1050-EXIT.
002270     EXIT.
002271
002272*****************************************************************
002273* 1060-OPEN-GENERATIONS - CONFIRM THE RUN'S RESULTS FILE AND    *
002274* TRAILER ARE STILL RETAINED, THEN OPEN THE GENERATION STORE.   *
002275*****************************************************************
002276 1060-OPEN-GENERATIONS.
002277     MOVE 'RSLTOUT ' TO WS-GEN-FILE-ID
002278     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
002279     MOVE GEN-CTL-REC-COUNT TO WS-RSLT-GEN-COUNT
002280     MOVE 'SUMOUT  ' TO WS-GEN-FILE-ID
002281     PERFORM 1070-CHECK-GENERATION THRU 1070-EXIT
002282     MOVE GEN-CTL-REC-COUNT TO WS-SUM-GEN-COUNT
002283     OPEN INPUT GEN-FILE
002284     IF WS-GEN-STATUS NOT = '00'
002285         DISPLAY 'CHKWRPT: GENERATION STORE OPEN FAILED, STATUS='
002286             WS-GEN-STATUS
002287         MOVE 16 TO RETURN-CODE
002288         GO TO 9999-EXIT-PROGRAM
002289     END-IF
002290     MOVE ' - REPRINT' TO WS-H1-REPRINT-TAG.
002291 1060-EXIT.
002292     EXIT.
002293
002294*****************************************************************
002295* 1070-CHECK-GENERATION - A RUN PURGED FROM THE STORE, OR A     *
002296* FILE NEVER SAVED FOR IT, ENDS THE STEP WITH RC 8 BEFORE ANY   *
002297* OUTPUT IS OPENED, SO NO EMPTY REPORT IS EVER PRINTED FOR IT.  *
002298*****************************************************************
002299 1070-CHECK-GENERATION.
002300     MOVE 'C' TO GEN-CTL-FUNCTION
002301     MOVE WS-REPRINT-DATE TO GEN-CTL-RUN-DATE
002302     MOVE WS-GEN-FILE-ID TO GEN-CTL-FILE-ID
002303     CALL 'GENCTL' USING GEN-CTL-PARM
002304     IF NOT GEN-CTL-OK
002305         DISPLAY 'CHKWRPT: GENERATION INDEX CHECK FAILED'
002306         MOVE 16 TO RETURN-CODE
002307         GO TO 9999-EXIT-PROGRAM
002308     END-IF
002309     IF GEN-CTL-PURGED
002310         DISPLAY 'CHKWRPT: RUN DATE ' WS-REPRINT-DATE
002311             ' IS NO LONGER RETAINED - PURGED '
002312             GEN-CTL-PURGED-DATE
002313         MOVE 8 TO RETURN-CODE
002314         GO TO 9999-EXIT-PROGRAM
002315     END-IF
002316     IF GEN-CTL-NEVER-SAVED
002317         DISPLAY 'CHKWRPT: NO ' WS-GEN-FILE-ID
002318             ' GENERATION WAS SAVED FOR RUN DATE ' WS-REPRINT-DATE
002319         MOVE 8 TO RETURN-CODE
002320         GO TO 9999-EXIT-PROGRAM
002321     END-IF.
002322 1070-EXIT.
002323     EXIT.
002324
002325 1100-READ-RSLT-FILE.
002326     IF WS-REPRINT
002327         PERFORM 1150-READ-RSLT-GENERATION THRU 1150-EXIT
002328         GO TO 1100-EXIT
002329     END-IF
002330     READ RSLT-FILE
002331         AT END
002332             SET WS-RSLT-EOF TO TRUE
002333     END-READ.
002334 1100-EXIT.
002335     EXIT.
002336
002337 1150-READ-RSLT-GENERATION.
002338     IF WS-RSLT-GEN-SEQ NOT < WS-RSLT-GEN-COUNT
002339         SET WS-RSLT-EOF TO TRUE
002340         GO TO 1150-EXIT
002341     END-IF
002342     ADD 1 TO WS-RSLT-GEN-SEQ
002343     MOVE 'RSLTOUT ' TO GEN-FILE-ID
002344     MOVE WS-RSLT-GEN-SEQ TO GEN-REC-SEQ
002345     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
002346     MOVE GEN-IMAGE TO RSLT-RECORD.
002347 1150-EXIT.
002348     EXIT.
002349
002350 1250-READ-SUM-GENERATION.
002351     IF WS-SUM-GEN-SEQ NOT < WS-SUM-GEN-COUNT
002352         SET WS-SUM-EOF TO TRUE
002353         GO TO 1250-EXIT
002354     END-IF
002355     ADD 1 TO WS-SUM-GEN-SEQ
002356     MOVE 'SUMOUT  ' TO GEN-FILE-ID
002357     MOVE WS-SUM-GEN-SEQ TO GEN-REC-SEQ
002358     PERFORM 1800-READ-GEN-FILE THRU 1800-EXIT
002359     MOVE GEN-IMAGE TO SUM-RECORD.
002360 1250-EXIT.
002361     EXIT.
002362
002363 1800-READ-GEN-FILE.
002364     MOVE WS-REPRINT-DATE TO GEN-RUN-DATE
002365     READ GEN-FILE
002366     IF WS-GEN-STATUS NOT = '00'
002367         DISPLAY 'CHKWRPT: GENERATION READ FAILED, STATUS='
002368             WS-GEN-STATUS ' KEY ' GEN-KEY
002369         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-EXIT-PROGRAM
002371     END-IF.
002372 1800-EXIT.
002373     EXIT.
002374
002375 1900-CHECK-RPT-STATUS.
002376     IF WS-RPT-STATUS NOT = '00'
002377         DISPLAY 'CHKWRPT: REPORT FILE WRITE FAILED, STATUS='
002378             WS-RPT-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT-PROGRAM
002400     END-IF.
004360 9999-EXIT-PROGRAM.
004370     CLOSE RSLT-FILE
004380     CLOSE SUM-FILE
004385     CLOSE GEN-FILE
004390     CLOSE RPT-FILE
004400     STOP RUN.
