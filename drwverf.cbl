000200*                    ARITHMETIC HERE MIRRORS THE SAMPLER'S      *
000210*                    EXTRACT MODE STEP FOR STEP - A CHANGE      *
000220*                    THERE NEEDS THE SAME CHANGE HERE.          *
000222*   10/15/2026  DJM  A DIRECTED-LIST RUN (TRAILER MODE 'D') IS  *
000224*                    REPORTED AS HAVING NO SEED SEQUENCE TO     *
000226*                    VERIFY (RC 4) INSTEAD OF BEING REGENERATED *
000228*                    AS A SEED RUN.                             *
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
001970
001980*****************************************************************
001990* 1000-INITIALIZE-RUN - OPEN THE FILES AND READ THE ONE         *
002000* SUMMARY TRAILER.  A DIRECTED-LIST RUN, A LIVE-SOURCE RUN, OR  *
002010* ONE THE TRAILER MARKS NON-REPRODUCIBLE CANNOT BE REGENERATED  *
002020* - THAT IS A REPORTED CONDITION (RC 4), NOT A DISCREPANCY.     *
002030*****************************************************************
002040 1000-INITIALIZE-RUN.
002050     OPEN INPUT SUM-FILE
002380     MOVE SUM-SEED TO WS-H2-SEED
002390     WRITE RPT-LINE FROM WS-HEADING-LINE-2
002400     PERFORM 1900-CHECK-RPT-STATUS THRU 1900-EXIT
002401*                A DIRECTED RUN CAME FROM THE DESK'S CALL-NUMBER
002402*                LIST - THERE IS NO SEED SEQUENCE TO REGENERATE.
002403     IF SUM-MODE-DIRECTED
002404         MOVE 'DIRECTED LIST RUN - NO SEED SEQUENCE TO VERIFY'
002405             TO WS-V-TEXT
002406         PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
002407         MOVE 4 TO RETURN-CODE
002408         GO TO 9999-EXIT-PROGRAM
002409     END-IF
002410     IF NOT SUM-SOURCE-EXTRACT
002420         MOVE 'LIVE-SOURCE RUN - NOT VERIFIABLE AGAINST EXTRACT'
002430             TO WS-V-TEXT
