002400*                  ANYTHING IS ACTUALLY DESTROYED. AN ARCH-DATE
002500*                  THAT DOES NOT PARSE IS KEPT AND COUNTED, NEVER
002600*                  QUIETLY DESTROYED.
002616* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002632*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002648*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002664*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002680*                  FBEN010 CYCLE-STATUS REPORT.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
012700 01  WS-PURGE-COUNT          PIC 9(07) COMP VALUE 0.
012800 01  WS-BAD-DATE-COUNT       PIC 9(07) COMP VALUE 0.
012900 01  WS-CHECK-COUNT          PIC 9(08) COMP VALUE 0.
012916*----------------------------------------------------------------
012932* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
012948* THIS STEP IN AND OUT OF THE CYCLE
012964*----------------------------------------------------------------
012980     COPY CYCREQ.
013000 01  WS-ABEND-INFO.
013100     05  WS-ABEND-FILE       PIC X(08).
013200     05  WS-ABEND-STATUS     PIC X(02).
013700*             PRINT THE DESTRUCTION CERTIFICATE
013800*----------------------------------------------------------------
013900 0000-MAIN.
013950     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
014000     PERFORM H100-OPEN-FILES.
014100     PERFORM H200-PROCESS THRU H200-END UNTIL ARCH-EOF.
014200     PERFORM H999-PROGRAM-EXIT.
014205*----------------------------------------------------------------
014210* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
014215*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
014220*                         AND WAITS ON NO OTHER STEP, BUT A
014225*                         REFUSAL STILL ENDS THE RUN WITH THE
014230*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
014235*                         ANYTHING OPENS
014240*----------------------------------------------------------------
014245 H050-BEGIN-CYCLE-STEP.
014250     MOVE 'B'        TO CYC-FUNCTION
014255     MOVE 'FBEP005 ' TO CYC-STEP
014260     CALL 'FBEN005' USING CYC-REQUEST
014265     IF NOT CYC-GO
014270         DISPLAY '*** FBEP005 *** REFUSED BY CYCLE CONTROL'
014275         MOVE CYC-REPLY-RC TO RETURN-CODE
014280         STOP RUN
014285     END-IF
014290 H050-END. EXIT.
014300*----------------------------------------------------------------
014400* H100-OPEN-FILES - OPEN THE ARCHIVE AND THE REPORT, PICK UP THE
014500*                   OPTIONAL MODE/RETENTION CARD, WORK OUT THE
029100         CLOSE NEW-ARCH
029200     END-IF
029300     CLOSE DSTR-RPT.
029350     PERFORM H310-END-CYCLE-STEP THRU H310-END.
029400 H300-END. EXIT.
029407*----------------------------------------------------------------
029414* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
029421*                       RETURN-CODE AND RECORD COUNTS
029428*----------------------------------------------------------------
029435 H310-END-CYCLE-STEP.
029442     MOVE 'E'             TO CYC-FUNCTION
029449     MOVE RETURN-CODE     TO CYC-RC
029456     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
029463     MOVE WS-KEPT-COUNT   TO CYC-WRITE-COUNT
029470     MOVE WS-BAD-DATE-COUNT TO CYC-EXCP-COUNT
029477     CALL 'FBEN005' USING CYC-REQUEST
029484     MOVE CYC-RC          TO RETURN-CODE.
029491 H310-END. EXIT.
029500*----------------------------------------------------------------
029600* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
029700*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
