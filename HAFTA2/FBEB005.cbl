002601*                  CARD PRINTS BLANK CODE IN PAIR, A TO-CODE
002602*                  WITH NO DEPTMST ENTRY PRINTS TO NOT ON
002603*                  DEPTMST, INSTEAD OF ONE TEXT COVERING BOTH.
002604* 2026-10-15 KKG   THE SEED OF TODAY'S HIGHEST AUDT-TRAN-NO NOW
002610*                  READS THE JOURNAL THROUGH FBEJ005 FOR THE RUN
002620*                  DATE ONLY, INSTEAD OF ALL OF AUDTFILE, NOW THAT
002630*                  FBEJ010 CLOSES THE JOURNAL INTO CATALOGUED
002640*                  GENERATIONS AT MONTH-END. THE JOURNAL IS STILL
002650*                  WRITTEN BY OPENING AUDTFILE EXTEND.
002651* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002652*                  CONTROL BEFORE ANYTHING ELSE AS AN ON-REQUEST
002653*                  STEP THAT MAY COMPLETE ONLY ONCE PER BUSINESS
002654*                  DATE: A SECOND RUN IS REFUSED WITH RETURN-CODE
002655*                  24 UNLESS THE FIRST FAILED OR A CYCCARD
002656*                  OVERRIDE NAMES IT. ITS RETURN-CODE AND COUNTS
002657*                  GO TO CYCFILE AT CLOSE. THE RETURN-CODE THE RUN
002658*                  ENDS WITH IS NOW KEPT ACROSS THE CLOSING CALLS,
002659*                  WHICH USED TO HAND BACK ZERO IN ITS PLACE.
002660*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
012050* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
012067*----------------------------------------------------------------
012083     COPY LOKREQ.
012084*----------------------------------------------------------------
012085* JOURNAL ACCESS REQUEST AREA FOR THE FBEJ005 CALLS THAT READ THE
012087* AUDIT JOURNAL TO SEED THE TRANSACTION COUNTER
012090*----------------------------------------------------------------
012095     COPY JRNREQ.
012100 01  WS-ABEND-INFO.
012200     05  WS-ABEND-FILE       PIC X(08).
012300     05  WS-ABEND-STATUS     PIC X(02).
012311*----------------------------------------------------------------
012322* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
012333* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
012344* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
012355* THEIRS
012366*----------------------------------------------------------------
012377     COPY CYCREQ.
012388 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
012400*----------------------------------------------------------------
012500 PROCEDURE DIVISION.
012600*----------------------------------------------------------------
012800*             THEN PRINT THE PER-PAIR COUNTS
012900*----------------------------------------------------------------
013000 0000-MAIN.
013050     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
013100     PERFORM H100-OPEN-FILES.
013200     PERFORM H110-LOAD-PAIRS THRU H110-END.
013300     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
013400     PERFORM H999-PROGRAM-EXIT.
013405*----------------------------------------------------------------
013410* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
013415*                         IT IS RUN ON REQUEST, BUT ONCE PER
013420*                         BUSINESS DATE, OR THE RUN ENDS WITH THE
013425*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
013430*                         ANYTHING OPENS
013435*----------------------------------------------------------------
013440 H050-BEGIN-CYCLE-STEP.
013445     MOVE 'B'        TO CYC-FUNCTION
013450     MOVE 'FBEB005 ' TO CYC-STEP
013455     CALL 'FBEN005' USING CYC-REQUEST
013460     IF NOT CYC-GO
013465         DISPLAY '*** FBEB005 *** REFUSED BY CYCLE CONTROL'
013470         MOVE CYC-REPLY-RC TO RETURN-CODE
013475         STOP RUN
013480     END-IF
013485 H050-END. EXIT.
013500*----------------------------------------------------------------
013600* H100-OPEN-FILES - OPEN THE CONTROL FILE, THE TWO MASTERS, THE
013700*                   JOURNAL AND THE REPORT AND PRIME THE READS
013955     IF LOK-BUSY
013964         DISPLAY '*** FBEB005 *** ACCTREC HELD BY ANOTHER RUN'
013973         MOVE 12 TO RETURN-CODE
013977         PERFORM H310-END-CYCLE-STEP THRU H310-END
013982         STOP RUN
013991     END-IF
014000     OPEN INPUT  DREA-FILE.
022212*                        SAME DAY AS AN FBEM005 CYCLE NEVER
022214*                        REPEATS A (DATE, TRAN-NO) STAMP AND THE
022216*                        FBER005 CUT-OFF CAN STILL STOP CLEANLY
022217*                        BETWEEN THE TWO RUNS. THE JOURNAL IS READ
022219*                        THROUGH FBEJ005 FOR THE RUN DATE ALONE.
022221*                        NO JOURNAL YET LEAVES THE COUNTER AT ZERO
022223*----------------------------------------------------------------
022226 H120-SEED-TRAN-COUNT.
022228     MOVE 'O'         TO JRN-FUNCTION
022230     MOVE 'FBEB005 '  TO JRN-PGM-NAME
022232     MOVE WS-RUN-DATE TO JRN-DATE-FROM
022234     MOVE WS-RUN-DATE TO JRN-DATE-TO
022236     CALL 'FBEJ005' USING JRN-REQUEST
022238     MOVE 'R' TO JRN-FUNCTION
022239     CALL 'FBEJ005' USING JRN-REQUEST
022240     PERFORM H125-SCAN-ONE-AUDT THRU H125-END
022242         UNTIL JRN-EOF
022245*    THE JOURNAL IS CLOSED AGAIN BEFORE AUDTFILE IS REOPENED
022247*    EXTEND
022249     MOVE 'C' TO JRN-FUNCTION
022251     CALL 'FBEJ005' USING JRN-REQUEST.
022263 H120-END. EXIT.
022265*----------------------------------------------------------------
022267* H125-SCAN-ONE-AUDT - BANK ONE JOURNAL RECORD'S TRANSACTION
022274*                      NEXT ONE
022277*----------------------------------------------------------------
022279 H125-SCAN-ONE-AUDT.
022281     IF JRN-AUDT-DATE NUMERIC AND JRN-AUDT-DATE = WS-RUN-DATE
022284      AND JRN-AUDT-TRAN-NO NUMERIC
022286      AND JRN-AUDT-TRAN-NO > WS-TRAN-COUNT
022288         MOVE JRN-AUDT-TRAN-NO TO WS-TRAN-COUNT
022291     END-IF
022293     MOVE 'R' TO JRN-FUNCTION
022295     CALL 'FBEJ005' USING JRN-REQUEST.
022298 H125-END. EXIT.
022300*----------------------------------------------------------------
022400* H200-PROCESS - MOVE ONE ACCTREC RECORD IF ITS DEPARTMENT IS ON
032300* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
032400*----------------------------------------------------------------
032500 H300-CLOSE-FILES.
032525*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
032550*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
032575     MOVE RETURN-CODE TO WS-SAVE-RC
032600     CLOSE DREA-FILE.
032700     CLOSE DEPT-MST.
032800     CLOSE ACCT-REC.
032900     CLOSE AUDT-FILE.
033000     CLOSE BULK-RPT.
033016     PERFORM H310-END-CYCLE-STEP THRU H310-END
033033     MOVE 'D' TO LOK-FUNCTION
033067     CALL 'FBEK005' USING LOK-REQUEST
033083     MOVE WS-SAVE-RC TO RETURN-CODE.
033100 H300-END. EXIT.
033107*----------------------------------------------------------------
033114* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
033121*                       RETURN-CODE AND RECORD COUNTS
033128*----------------------------------------------------------------
033135 H310-END-CYCLE-STEP.
033142     MOVE 'E'             TO CYC-FUNCTION
033149     MOVE RETURN-CODE     TO CYC-RC
033156     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
033163     MOVE WS-MOVED-COUNT  TO CYC-WRITE-COUNT
033170     MOVE WS-BAD-PAIR-COUNT TO CYC-EXCP-COUNT
033177     CALL 'FBEN005' USING CYC-REQUEST
033184     MOVE CYC-RC          TO RETURN-CODE.
033191 H310-END. EXIT.
033200*----------------------------------------------------------------
033300* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
033400*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
