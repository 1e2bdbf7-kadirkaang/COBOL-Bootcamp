002689*                  ZERO-DAY SHIFT FOR ABOUT ONE RECORD IN 181,
002691*                  WHICH LET THAT RECORD'S REAL BIRTH DATE REACH
002693*                  THE EXTRACT UNCHANGED.
002700* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002711*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002722*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002733*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002744*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002755*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002766*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002777*                  ITS PLACE.
002788*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
013250* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
013267*----------------------------------------------------------------
013283     COPY LOKREQ.
013284*----------------------------------------------------------------
013285* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
013286* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
013287* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
013288* THEIRS
013289*----------------------------------------------------------------
013290     COPY CYCREQ.
013291 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
013300 01  WS-ABEND-INFO.
013400     05  WS-ABEND-FILE       PIC X(08).
013500     05  WS-ABEND-STATUS     PIC X(02).
014000*             THEN SEAL IT WITH THE COUNT TRAILER
014100*----------------------------------------------------------------
014200 0000-MAIN.
014250     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
014300     PERFORM H100-OPEN-FILES.
014400     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
014500     PERFORM H999-PROGRAM-EXIT.
014505*----------------------------------------------------------------
014510* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
014515*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
014520*                         AND WAITS ON NO OTHER STEP, BUT A
014525*                         REFUSAL STILL ENDS THE RUN WITH THE
014530*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
014535*                         ANYTHING OPENS
014540*----------------------------------------------------------------
014545 H050-BEGIN-CYCLE-STEP.
014550     MOVE 'B'        TO CYC-FUNCTION
014555     MOVE 'FBEX005 ' TO CYC-STEP
014560     CALL 'FBEN005' USING CYC-REQUEST
014565     IF NOT CYC-GO
014570         DISPLAY '*** FBEX005 *** REFUSED BY CYCLE CONTROL'
014575         MOVE CYC-REPLY-RC TO RETURN-CODE
014580         STOP RUN
014585     END-IF
014590 H050-END. EXIT.
014600*----------------------------------------------------------------
014700* H100-OPEN-FILES - OPEN THE MASTER AND THE EXTRACT AND PRIME
014800*                   THE MASTER READ
015055     IF LOK-BUSY
015064         DISPLAY '*** FBEX005 *** ACCTREC HELD BY ANOTHER RUN'
015073         MOVE 12 TO RETURN-CODE
015077         PERFORM H310-END-CYCLE-STEP THRU H310-END
015082         STOP RUN
015091     END-IF
015100     OPEN INPUT  ACCT-REC.
032000* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
032100*----------------------------------------------------------------
032200 H300-CLOSE-FILES.
032225*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
032250*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
032275     MOVE RETURN-CODE TO WS-SAVE-RC
032300     CLOSE ACCT-REC.
032400     CLOSE TEST-BKUP.
032416     PERFORM H310-END-CYCLE-STEP THRU H310-END
032433     MOVE 'D' TO LOK-FUNCTION
032467     CALL 'FBEK005' USING LOK-REQUEST
032483     MOVE WS-SAVE-RC TO RETURN-CODE.
032500 H300-END. EXIT.
032507*----------------------------------------------------------------
032514* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
032521*                       RETURN-CODE AND RECORD COUNTS
032528*----------------------------------------------------------------
032535 H310-END-CYCLE-STEP.
032542     MOVE 'E'             TO CYC-FUNCTION
032549     MOVE RETURN-CODE     TO CYC-RC
032556     MOVE WS-UNLOAD-COUNT TO CYC-READ-COUNT
032563     MOVE WS-UNLOAD-COUNT TO CYC-WRITE-COUNT
032570     MOVE 0               TO CYC-EXCP-COUNT
032577     CALL 'FBEN005' USING CYC-REQUEST
032584     MOVE CYC-RC          TO RETURN-CODE.
032591 H310-END. EXIT.
032600*----------------------------------------------------------------
032700* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
032800*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
