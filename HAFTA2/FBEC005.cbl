002300*                  THAT MATCHES NO REJECT IS COUNTED AND THE RUN
002400*                  ENDS WITH RETURN-CODE 8 SO IT IS CHASED, NOT
002500*                  LOST. RUN TOTALS GO TO MRGERPT.
002519* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 NIGHTLY
002538*                  CYCLE CONTROL BEFORE OPENING ANYTHING: IT IS
002557*                  REFUSED WITH RETURN-CODE 20 UNTIL FBEM005 HAS
002576*                  COMPLETED FOR THE BUSINESS DATE, SO REJFILE IS
002595*                  TONIGHT'S, AND WITH 24 ONCE IT HAS ITSELF
002614*                  COMPLETED FOR THAT DATE, UNLESS A CYCCARD
002633*                  OVERRIDE NAMES IT -- A SECOND MERGE WOULD
002652*                  CARRY THE SAME QUEUE FORWARD TWICE. ITS
002671*                  RETURN-CODE AND COUNTS GO TO CYCFILE AT CLOSE.
002690*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
013900 01  WS-APPLIED-COUNT        PIC 9(07) COMP VALUE 0.
014000 01  WS-OPEN-COUNT           PIC 9(07) COMP VALUE 0.
014100 01  WS-ORPHAN-COUNT         PIC 9(07) COMP VALUE 0.
014117*----------------------------------------------------------------
014133* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
014150* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE
014167*----------------------------------------------------------------
014183     COPY CYCREQ.
014200 01  WS-ABEND-INFO.
014300     05  WS-ABEND-FILE       PIC X(08).
014400     05  WS-ABEND-STATUS     PIC X(02).
014900*             THIS CYCLE'S REJECTS, THEN PRINT THE RUN TOTALS
015000*----------------------------------------------------------------
015100 0000-MAIN.
015150     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
015200     PERFORM H100-OPEN-FILES.
015300     PERFORM H110-LOAD-CORRECTIONS THRU H110-END.
015400     PERFORM H120-PROCESS-PRV-QUEUE THRU H120-END.
015500     PERFORM H200-PROCESS THRU H200-END UNTIL REJC-EOF.
015600     PERFORM H999-PROGRAM-EXIT.
015606*----------------------------------------------------------------
015611* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
015617*                         FBEM005 MUST HAVE COMPLETED FOR THE
015622*                         BUSINESS DATE AND THIS STEP MUST NOT,
015628*                         OR THE RUN ENDS WITH THE RETURN-CODE
015633*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
015639*----------------------------------------------------------------
015644 H050-BEGIN-CYCLE-STEP.
015650     MOVE 'B'        TO CYC-FUNCTION
015656     MOVE 'FBEC005 ' TO CYC-STEP
015661     CALL 'FBEN005' USING CYC-REQUEST
015667     IF NOT CYC-GO
015672         DISPLAY '*** FBEC005 *** REFUSED BY CYCLE CONTROL'
015678         MOVE CYC-REPLY-RC TO RETURN-CODE
015683         STOP RUN
015689     END-IF
015694 H050-END. EXIT.
015700*----------------------------------------------------------------
015800* H100-OPEN-FILES - OPEN THE QUEUES, THE CORRECTIONS AND THE
015900*                   OUTPUTS AND PRIME THE REJFILE READ
034700     CLOSE NEW-TRAN.
034800     CLOSE OPEN-REJ.
034900     CLOSE MRGE-RPT.
034950     PERFORM H310-END-CYCLE-STEP THRU H310-END
035000 H300-END. EXIT.
035007*----------------------------------------------------------------
035014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
035021*                       WITH ITS RETURN-CODE AND RECORD COUNTS
035029*----------------------------------------------------------------
035036 H310-END-CYCLE-STEP.
035043     MOVE 'E'             TO CYC-FUNCTION
035050     MOVE RETURN-CODE     TO CYC-RC
035057     COMPUTE CYC-READ-COUNT = WS-PRV-IN-COUNT + WS-NEW-IN-COUNT
035064     MOVE WS-APPLIED-COUNT TO CYC-WRITE-COUNT
035071     MOVE WS-ORPHAN-COUNT TO CYC-EXCP-COUNT
035079     CALL 'FBEN005' USING CYC-REQUEST
035086     MOVE CYC-RC          TO RETURN-CODE.
035093 H310-END. EXIT.
035100*----------------------------------------------------------------
035200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
035300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
