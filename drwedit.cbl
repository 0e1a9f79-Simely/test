000260*                    DATE BEFORE OPENING ITS INPUTS, AND POSTS  *
000270*                    ITS OWN START, COMPLETION, AND RETURN      *
000280*                    CODE THROUGH CHNCTL.                       *
000281*   10/15/2026  DJM  RECOGNISES THE SAMPLER'S DIRECTED MODE     *
000282*                    (TRAILER MODE 'D'): THE TRAILER MUST BE    *
000283*                    MARKED NOT REPRODUCIBLE WITH NO ALTERNATES *
000284*                    AND NO COVERAGE PREFERENCE, EVERY RECORD   *
000285*                    MUST BE A PRIMARY, AND THE DUPLICATE CHECK *
000286*                    ALWAYS APPLIES.                            *
000287*   10/15/2026  DJM  CHAIN CONTROL - THE STEP NOW NAMES ONLY    *
000288*                    ITSELF TO CHNCTL; ITS PREDECESSOR COMES    *
000289*                    FROM THE CHAIN DEFINITION FILE (CHNDEF),   *
000290*                    AND THE HOLD MESSAGE NAMES THE ONE FOUND   *
000291*                    NOT CLEAN.                                 *
000292*****************************************************************

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001200 1000-INITIALIZE-RUN.
001210     ACCEPT WS-CHN-RUN-DATE FROM DATE YYYYMMDD
001220     MOVE 'V' TO CHN-CTL-FUNCTION
001230     MOVE 'DRWEDIT ' TO CHN-CTL-JOB-ID
001240     MOVE WS-CHN-RUN-DATE TO CHN-CTL-RUN-DATE
001250     MOVE 0 TO CHN-CTL-RC
001260     CALL 'CHNCTL' USING CHN-CTL-PARM
001270     IF NOT CHN-CTL-OK
001280         DISPLAY 'DRWEDIT: PREDECESSOR ' CHN-CTL-PRED-JOB-ID
001290             ' NOT CLEAN - STEP HELD'
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT-PROGRAM
001320     END-IF
001710         MOVE 'NO SUMMARY TRAILER RECORD FOUND'
001720             TO WS-EX-MESSAGE
001730         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001732     ELSE
001734         IF SUM-MODE-DIRECTED
001736             PERFORM 1200-EDIT-DIRECTED-TRAILER THRU 1200-EXIT
001738         END-IF
001740     END-IF
001750     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT.
001760 1000-EXIT.
001810             SET WS-DRW-EOF TO TRUE
001820     END-READ.
001830 1100-EXIT.
001831     EXIT.

001832*****************************************************************
001833* 1200-EDIT-DIRECTED-TRAILER - A DIRECTED RUN AUDITS THE DESK'S *
001834* CALL-NUMBER LIST, NOT A RANDOM SAMPLE.  ITS TRAILER MUST SAY  *
001835* SO: NOT REPRODUCIBLE FROM A SEED, NO ALTERNATES, AND NO       *
001836* COVERAGE PREFERENCE.  ANYTHING ELSE MEANS THE TRAILER WOULD   *
001837* PASS THE LIST OFF DOWNSTREAM AS A SEED RUN.                   *
001838*****************************************************************
001839 1200-EDIT-DIRECTED-TRAILER.
001840     DISPLAY 'DRWEDIT: DIRECTED LIST RUN - NOT A RANDOM SAMPLE'
001841     MOVE 0 TO WS-EX-SEQ
001842     IF SUM-REPRODUCIBLE
001843         MOVE 'DIRECTED RUN MARKED REPRODUCIBLE FROM SEED'
001844             TO WS-EX-MESSAGE
001845         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001846     END-IF
001847     IF SUM-ALT-COUNT NOT = 0
001848         MOVE 'DIRECTED RUN CARRIES ALTERNATES'
001849             TO WS-EX-MESSAGE
001850         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001851     END-IF
001852     IF SUM-COVERAGE-RUN
001853         MOVE 'DIRECTED RUN MARKED COVERAGE-PREFERRING'
001854             TO WS-EX-MESSAGE
001855         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001856     END-IF.
001857 1200-EXIT.
001858     EXIT.

001859 1900-CHECK-EXC-STATUS.
001860     IF WS-EXC-STATUS NOT = '00'
001870         DISPLAY 'DRWEDIT: EXCEPTION FILE WRITE FAILED, STATUS='
001880             WS-EXC-STATUS
002130             TO WS-EX-MESSAGE
002140         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002150     END-IF
002152*                A DIRECTED RUN AUDITS EACH LISTED ITEM ONCE, SO
002154*                IT GETS THE NO-REPEAT CHECK WHATEVER ITS SWITCH
002156*                SAYS, AND IT NEVER DRAWS ALTERNATES.
002160     IF NOT WS-SUM-EOF
002170         AND (SUM-NOREPEAT-RUN OR SUM-MODE-DIRECTED)
002180         PERFORM 2100-CHECK-DUP-CALLNO THRU 2100-EXIT
002181     END-IF
002182     IF NOT WS-SUM-EOF
002183         AND SUM-MODE-DIRECTED
002184         AND DRW-ALTERNATE
002185         MOVE DRW-SEQ-NO TO WS-EX-SEQ
002186         MOVE 'ALTERNATE ON A DIRECTED RUN'
002187             TO WS-EX-MESSAGE
002188         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002190     END-IF
002200     PERFORM 1100-READ-DRW-FILE THRU 1100-EXIT.
002210 2000-EXIT.
