002050*                  AND GIVES IT BACK AT CLOSE. A HELD MASTER ENDS
002067*                  THE RUN WITH RETURN-CODE 12 FOR A SCHEDULER
002083*                  RETRY.
002086* 2026-10-15 KKG   A TRAILER MARKED UNRELIABLE (A POINT-IN-TIME
002090*                  IMAGE FBET005 REBUILT PAST JOURNAL EXCEPTIONS)
002093*                  STILL LOADS, BUT THE RUN SAYS SO ON THE JOB LOG
002097*                  AND ENDS WITH RETURN-CODE 8.
002100* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002110*                  CONTROL BEFORE ANYTHING ELSE AS AN ON-REQUEST
002120*                  STEP THAT MAY COMPLETE ONLY ONCE PER BUSINESS
002130*                  DATE: A SECOND RUN IS REFUSED WITH RETURN-CODE
002140*                  24 UNLESS THE FIRST FAILED OR A CYCCARD
002150*                  OVERRIDE NAMES IT. ITS RETURN-CODE AND COUNTS
002160*                  GO TO CYCFILE AT CLOSE. THE RETURN-CODE THE RUN
002170*                  ENDS WITH IS NOW KEPT ACROSS THE CLOSING CALLS,
002180*                  WHICH USED TO HAND BACK ZERO IN ITS PLACE.
002181* 2026-10-15 KKG   THE BACKUP'S TRAILER IS NOW LOOKED AT BEFORE
002182*                  THE STEP CHECKS IN. AN FBET005 AS-OF IMAGE,
002183*                  WHICH IS LOADED INTO A REPORTING COPY, CHECKS
002184*                  IN AS FBEL005A, A REPEATABLE STEP OF ITS OWN,
002185*                  SO IT NO LONGER USES UP THE DAY'S RELOAD OR
002186*                  STANDS AS THE RELOAD FBER005 WAITS FOR.
002190*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
004800 01  WS-TRAILER-COUNT        PIC 9(07) COMP VALUE 0.
004900 01  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
005000     88  WS-TRAILER-SEEN             VALUE 'Y'.
005004 01  WS-RELIABILITY-SW       PIC X(01) VALUE SPACE.
005008     88  WS-IMAGE-UNRELIABLE         VALUE 'U'.
005013 01  WS-ASOF-DATE            PIC X(08) VALUE SPACES.
005015 01  WS-STEP-NAME            PIC X(08) VALUE 'FBEL005 '.
005017*----------------------------------------------------------------
005033* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
005050* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
005067*----------------------------------------------------------------
005083     COPY LOKREQ.
005084*----------------------------------------------------------------
005085* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
005086* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
005087* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
005088* THEIRS
005089*----------------------------------------------------------------
005090     COPY CYCREQ.
005091 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
005100 01  WS-ABEND-INFO.
005200     05  WS-ABEND-FILE       PIC X(08).
005300     05  WS-ABEND-STATUS     PIC X(02).
005800*             THEN PROVE THE COUNT AGAINST THE TRAILER
005900*----------------------------------------------------------------
006000 0000-MAIN.
006050     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
006100     PERFORM H100-OPEN-FILES.
006200     PERFORM H200-PROCESS THRU H200-END UNTIL BKUP-EOF.
006300     PERFORM H999-PROGRAM-EXIT.
006305*----------------------------------------------------------------
006310* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
006315*                         A RELOAD IS RUN ON REQUEST, BUT ONCE PER
006320*                         BUSINESS DATE; AN AS-OF IMAGE GOING INTO
006325*                         A REPORTING COPY CHECKS IN AS FBEL005A,
006330*                         WHICH MAY RUN ANY NUMBER OF TIMES. IF
006331*                         REFUSED, THE RUN ENDS WITH THE
006332*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
006333*                         ANYTHING OPENS
006335*----------------------------------------------------------------
006340 H050-BEGIN-CYCLE-STEP.
006342     PERFORM H110-PEEK-TRAILER THRU H110-END
006345     MOVE 'B'        TO CYC-FUNCTION
006350     MOVE WS-STEP-NAME TO CYC-STEP
006355     CALL 'FBEN005' USING CYC-REQUEST
006360     IF NOT CYC-GO
006365         DISPLAY '*** FBEL005 *** REFUSED BY CYCLE CONTROL'
006370         MOVE CYC-REPLY-RC TO RETURN-CODE
006375         STOP RUN
006380     END-IF
006385 H050-END. EXIT.
006400*----------------------------------------------------------------
006500* H100-OPEN-FILES - OPEN THE BACKUP AND THE REBUILT MASTER AND
006600*                   PRIME THE BACKUP READ
006855     IF LOK-BUSY
006864         DISPLAY '*** FBEL005 *** ACCTREC HELD BY ANOTHER RUN'
006873         MOVE 12 TO RETURN-CODE
006877         PERFORM H310-END-CYCLE-STEP THRU H310-END
006882         STOP RUN
006891     END-IF
006900     OPEN INPUT  BKUP-FILE.
008100     READ BKUP-FILE.
008200     PERFORM H920-CHECK-BKUP-STATUS
008300 H100-END. EXIT.
008303*----------------------------------------------------------------
008306* H110-PEEK-TRAILER - READ THE BACKUP THROUGH ONCE BEFORE THE
008309*                     STEP CHECKS IN TO SEE WHETHER ITS TRAILER
008312*                     CARRIES AN FBET005 AS-OF DATE, AND IF SO
008315*                     CHECK IN AS FBEL005A. A BACKUP THAT WILL
008318*                     NOT OPEN OR READ IS LEFT FOR H100 AND H200
008321*                     TO FAIL PROPERLY ONCE THE STEP IS IN
008324*----------------------------------------------------------------
008327 H110-PEEK-TRAILER.
008330     OPEN INPUT BKUP-FILE.
008333     IF BKUP-SUCCESS
008336         PERFORM H115-PEEK-ONE THRU H115-END
008339             UNTIL NOT BKUP-SUCCESS
008342         CLOSE BKUP-FILE
008345     END-IF
008348     IF WS-ASOF-DATE NOT = SPACES
008351         MOVE 'FBEL005A' TO WS-STEP-NAME
008354     END-IF
008357 H110-END. EXIT.
008360*----------------------------------------------------------------
008363* H115-PEEK-ONE - READ ONE BACKUP RECORD, NOTING A TRAILER'S DATE
008366*----------------------------------------------------------------
008369 H115-PEEK-ONE.
008372     READ BKUP-FILE.
008375     IF BKUP-SUCCESS AND BKUP-TRAILER
008378         MOVE BKUP-ASOF-DATE TO WS-ASOF-DATE
008381     END-IF
008384 H115-END. EXIT.
008400*----------------------------------------------------------------
008500* H200-PROCESS - APPLY ONE BACKUP RECORD AND READ THE NEXT ONE.
008600*                A DETAIL LOADS INTO THE MASTER; THE TRAILER
009900         WHEN BKUP-TRAILER
010000             MOVE BKUP-COUNT TO WS-TRAILER-COUNT
010100             MOVE 'Y'        TO WS-TRAILER-SW
010133             MOVE BKUP-RELIABILITY TO WS-RELIABILITY-SW
010167             MOVE BKUP-ASOF-DATE   TO WS-ASOF-DATE
010200         WHEN OTHER
010300             PERFORM H930-BAD-BACKUP-RTN
010400     END-EVALUATE
012400* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
012500*----------------------------------------------------------------
012600 H300-CLOSE-FILES.
012625*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
012650*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
012675     MOVE RETURN-CODE TO WS-SAVE-RC
012700     CLOSE BKUP-FILE.
012800     CLOSE ACCT-REC.
012816     PERFORM H310-END-CYCLE-STEP THRU H310-END
012833     MOVE 'D' TO LOK-FUNCTION
012867     CALL 'FBEK005' USING LOK-REQUEST
012883     MOVE WS-SAVE-RC TO RETURN-CODE.
012900 H300-END. EXIT.
012907*----------------------------------------------------------------
012914* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
012921*                       RETURN-CODE AND RECORD COUNTS
012928*----------------------------------------------------------------
012935 H310-END-CYCLE-STEP.
012942     MOVE 'E'             TO CYC-FUNCTION
012949     MOVE RETURN-CODE     TO CYC-RC
012956     MOVE WS-LOAD-COUNT   TO CYC-READ-COUNT
012963     MOVE WS-LOAD-COUNT   TO CYC-WRITE-COUNT
012970     MOVE 0               TO CYC-EXCP-COUNT
012977     CALL 'FBEN005' USING CYC-REQUEST
012984     MOVE CYC-RC          TO RETURN-CODE.
012991 H310-END. EXIT.
013000*----------------------------------------------------------------
013100* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
013200*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
017700 H930-END. EXIT.
017800*----------------------------------------------------------------
017900* H999-PROGRAM-EXIT - PROVE THE LOADED COUNT AGAINST THE TRAILER
018000*                     AND END THE RUN, NON-ZERO ON ANY MISMATCH,
018050*                     AND 8 FOR AN IMAGE MARKED UNRELIABLE
018100*----------------------------------------------------------------
018200 H999-PROGRAM-EXIT.
018300     IF NOT WS-TRAILER-SEEN
019100             MOVE 16 TO RETURN-CODE
019200         ELSE
019300             DISPLAY 'FBEL005 RECORDS RELOADED: ' WS-LOAD-COUNT
019317             IF WS-IMAGE-UNRELIABLE
019333                 DISPLAY '*** FBEL005 *** AS-OF ' WS-ASOF-DATE
019350                         ' IMAGE IS MARKED UNRELIABLE'
019367                 MOVE 8 TO RETURN-CODE
019383             END-IF
019400         END-IF
019500     END-IF
019600     PERFORM H300-CLOSE-FILES.
