001796*                  OPENING ANYTHING AND GIVES THE LOCK BACK AT
001797*                  CLOSE. A MASTER HELD EXCLUSIVELY ENDS THE RUN
001799*                  WITH RETURN-CODE 12 FOR A SCHEDULER RETRY.
001800* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
001811*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
001822*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
001833*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
001844*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
001855*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
001866*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
001877*                  ITS PLACE.
001878* 2026-10-15 KKG   THE CYCFILE CHECK-OUT NOW CARRIES THE RUN'S
001880*                  TRANSACTIONS READ, CHANGES APPLIED TO DEPTMST
001882*                  AND TRANSACTIONS REFUSED, IN PLACE OF ZEROES.
001888*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
007330         88  ACCT-SUCCESS               VALUE 00 97.
007340         88  ACCT-NOT-FOUND             VALUE 05.
007350 01  WS-USE-COUNT            PIC 9(07) COMP VALUE 0.
007352 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
007354 01  WS-APPLY-COUNT          PIC 9(07) COMP VALUE 0.
007356 01  WS-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
007360 01  WS-ACCT-PRESENT-SW      PIC X(01) VALUE 'N'.
007370     88  WS-ACCT-PRESENT             VALUE 'Y'.
007372*----------------------------------------------------------------
007400 01  WS-ABEND-INFO.
007500     05  WS-ABEND-FILE       PIC X(08).
007600     05  WS-ABEND-STATUS     PIC X(02).
007611*----------------------------------------------------------------
007622* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
007633* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
007644* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
007655* THEIRS
007666*----------------------------------------------------------------
007677     COPY CYCREQ.
007688 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
007700*----------------------------------------------------------------
007800 PROCEDURE DIVISION.
007900*----------------------------------------------------------------
008000* 0000-MAIN - APPLY EACH DTRNFILE TRANSACTION TO DEPTMST
008100*----------------------------------------------------------------
008200 0000-MAIN.
008250     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
008300     PERFORM H100-OPEN-FILES.
008400     PERFORM H200-PROCESS THRU H200-END UNTIL DTRN-EOF.
008500     PERFORM H999-PROGRAM-EXIT.
008505*----------------------------------------------------------------
008510* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
008515*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
008520*                         AND WAITS ON NO OTHER STEP, BUT A
008525*                         REFUSAL STILL ENDS THE RUN WITH THE
008530*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
008535*                         ANYTHING OPENS
008540*----------------------------------------------------------------
008545 H050-BEGIN-CYCLE-STEP.
008550     MOVE 'B'        TO CYC-FUNCTION
008555     MOVE 'FBEM010 ' TO CYC-STEP
008560     CALL 'FBEN005' USING CYC-REQUEST
008565     IF NOT CYC-GO
008570         DISPLAY '*** FBEM010 *** REFUSED BY CYCLE CONTROL'
008575         MOVE CYC-REPLY-RC TO RETURN-CODE
008580         STOP RUN
008585     END-IF
008590 H050-END. EXIT.
008600*----------------------------------------------------------------
008700* H100-OPEN-FILES - OPEN THE TRANSACTION INPUT, THE MASTER FILE
008800*                   FOR RANDOM UPDATE, AND THE RESULT REPORT
009055     IF LOK-BUSY
009064         DISPLAY '*** FBEM010 *** ACCTREC HELD BY ANOTHER RUN'
009073         MOVE 12 TO RETURN-CODE
009077         PERFORM H310-END-CYCLE-STEP THRU H310-END
009082         STOP RUN
009091     END-IF
009100     OPEN INPUT  DTRN-FILE.
011000     PERFORM H920-CHECK-DTRN-STATUS
011100 H100-END. EXIT.
011200*----------------------------------------------------------------
011300* H200-PROCESS - APPLY ONE TRANSACTION AND READ THE NEXT ONE.
011320*                THE RESULT IS COUNTED FOR CYCFILE: A CHANGE
011340*                MADE TO DEPTMST AS APPLIED, A FETCH AS NEITHER,
011360*                AND ANYTHING ELSE AS REJECTED
011400*----------------------------------------------------------------
011500 H200-PROCESS.
011600     EVALUATE TRUE
012500         WHEN OTHER
012600             PERFORM H240-BAD-FUNCTION THRU H240-END
012700     END-EVALUATE
012710     ADD 1 TO WS-READ-COUNT
012720     EVALUATE DMNT-RESULT
012730         WHEN 'UPDATED'
012740         WHEN 'INSERTED'
012750         WHEN 'DELETED'
012760             ADD 1 TO WS-APPLY-COUNT
012770         WHEN 'FETCHED'
012780             CONTINUE
012790         WHEN OTHER
012795             ADD 1 TO WS-REJECT-COUNT
012797     END-EVALUATE
012800     WRITE DMNT-LINE.
012900     PERFORM H921-CHECK-RPT-STATUS
013000     READ DTRN-FILE.
021360* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
021380*----------------------------------------------------------------
021400 H300-CLOSE-FILES.
021405*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
021410*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
021415     MOVE RETURN-CODE TO WS-SAVE-RC
021420     CLOSE DTRN-FILE.
021440     CLOSE DEPT-MST.
021460     CLOSE DMNT-RPT.
021480     CLOSE ACCT-REC.
021483     PERFORM H310-END-CYCLE-STEP THRU H310-END
021487     MOVE 'D' TO LOK-FUNCTION
021493     CALL 'FBEK005' USING LOK-REQUEST
021496     MOVE WS-SAVE-RC TO RETURN-CODE.
021500 H300-END. EXIT.
021501*----------------------------------------------------------------
021502* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
021503*                       RETURN-CODE AND RECORD COUNTS
021504*----------------------------------------------------------------
021505 H310-END-CYCLE-STEP.
021506     MOVE 'E'             TO CYC-FUNCTION
021507     MOVE RETURN-CODE     TO CYC-RC
021508     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
021509     MOVE WS-APPLY-COUNT  TO CYC-WRITE-COUNT
021510     MOVE WS-REJECT-COUNT TO CYC-EXCP-COUNT
021511     CALL 'FBEN005' USING CYC-REQUEST
021512     MOVE CYC-RC          TO RETURN-CODE.
021513 H310-END. EXIT.
021520*----------------------------------------------------------------
021540* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
021560*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
