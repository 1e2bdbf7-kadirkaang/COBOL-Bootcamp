001900*                  CARD IS SUPPLIED) IS FLAGGED, SO HR CAN SEE
002000*                  EXACTLY WHOSE RECORD CHANGES ARE STUCK AND WHY
002100*                  INSTEAD OF TRACKING THEM ON A WHITEBOARD.
002111* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 NIGHTLY
002122*                  CYCLE CONTROL BEFORE OPENING ANYTHING: IT IS
002133*                  REFUSED WITH RETURN-CODE 20 UNTIL FBEC005 HAS
002144*                  COMPLETED FOR THE BUSINESS DATE, SO OPENREJ IS
002156*                  TONIGHT'S QUEUE, AND WITH 24 ONCE IT HAS ITSELF
002167*                  COMPLETED FOR THAT DATE, UNLESS A CYCCARD
002178*                  OVERRIDE NAMES IT. ITS RETURN-CODE AND COUNTS
002189*                  GO TO CYCFILE AT CLOSE.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
011000     88  WS-STAMP-OK                 VALUE 'Y'.
011100 01  WS-OPEN-COUNT           PIC 9(07) COMP VALUE 0.
011200 01  WS-AGED-COUNT           PIC 9(07) COMP VALUE 0.
011217*----------------------------------------------------------------
011233* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
011250* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE
011267*----------------------------------------------------------------
011283     COPY CYCREQ.
011300 01  WS-ABEND-INFO.
011400     05  WS-ABEND-FILE       PIC X(08).
011500     05  WS-ABEND-STATUS     PIC X(02).
012000*             TOTALS
012100*----------------------------------------------------------------
012200 0000-MAIN.
012250     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
012300     PERFORM H100-OPEN-FILES.
012400     PERFORM H200-PROCESS THRU H200-END UNTIL OREJ-EOF.
012500     PERFORM H999-PROGRAM-EXIT.
012506*----------------------------------------------------------------
012511* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
012517*                         FBEC005 MUST HAVE COMPLETED FOR THE
012522*                         BUSINESS DATE AND THIS STEP MUST NOT,
012528*                         OR THE RUN ENDS WITH THE RETURN-CODE
012533*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
012539*----------------------------------------------------------------
012544 H050-BEGIN-CYCLE-STEP.
012550     MOVE 'B'        TO CYC-FUNCTION
012556     MOVE 'FBEC010 ' TO CYC-STEP
012561     CALL 'FBEN005' USING CYC-REQUEST
012567     IF NOT CYC-GO
012572         DISPLAY '*** FBEC010 *** REFUSED BY CYCLE CONTROL'
012578         MOVE CYC-REPLY-RC TO RETURN-CODE
012583         STOP RUN
012589     END-IF
012594 H050-END. EXIT.
012600*----------------------------------------------------------------
012700* H100-OPEN-FILES - OPEN THE QUEUE AND THE REPORT, PICK UP THE
012800*                   OPTIONAL THRESHOLD CARD, SET THE RUN DATE AND
022700 H300-CLOSE-FILES.
022800     CLOSE OPEN-REJ.
022900     CLOSE AGNG-RPT.
022950     PERFORM H310-END-CYCLE-STEP THRU H310-END
023000 H300-END. EXIT.
023007*----------------------------------------------------------------
023014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
023021*                       WITH ITS RETURN-CODE AND RECORD COUNTS
023029*----------------------------------------------------------------
023036 H310-END-CYCLE-STEP.
023043     MOVE 'E'             TO CYC-FUNCTION
023050     MOVE RETURN-CODE     TO CYC-RC
023057     MOVE WS-OPEN-COUNT   TO CYC-READ-COUNT
023064     MOVE WS-OPEN-COUNT   TO CYC-WRITE-COUNT
023071     MOVE WS-AGED-COUNT   TO CYC-EXCP-COUNT
023079     CALL 'FBEN005' USING CYC-REQUEST
023086     MOVE CYC-RC          TO RETURN-CODE.
023093 H310-END. EXIT.
023100*----------------------------------------------------------------
023200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
023300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
