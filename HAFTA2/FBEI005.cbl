002350*                  OPENING ANYTHING AND GIVES THE LOCK BACK AT
002367*                  CLOSE. A MASTER HELD EXCLUSIVELY ENDS THE RUN
002383*                  WITH RETURN-CODE 12 FOR A SCHEDULER RETRY.
002386* 2026-10-15 KKG   A RESTORED LINE ON MAINTRPT (AN FBEM005
002389*                  REINSTATEMENT FROM ARCHFILE) NOW COUNTS AS AN
002392*                  INSERT IN THE RECORD-COUNT RECONCILIATION.
002403* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 NIGHTLY
002414*                  CYCLE CONTROL BEFORE TAKING THE LOCK: IT IS
002425*                  REFUSED WITH RETURN-CODE 20 UNTIL FBEM005 HAS
002436*                  COMPLETED FOR THE BUSINESS DATE, SO THE
002446*                  MAINTRPT IT RECONCILES IS TONIGHT'S, AND WITH
002457*                  24 ONCE IT HAS ITSELF COMPLETED FOR THAT DATE,
002468*                  UNLESS A CYCCARD OVERRIDE NAMES IT. ITS
002479*                  RETURN-CODE AND COUNTS GO TO CYCFILE AT CLOSE.
002481* 2026-10-15 KKG   THE RETURN-CODE THE RUN ENDS WITH IS NOW KEPT
002483*                  ACROSS THE CLOSING CALL THAT GIVES BACK THE
002485*                  RUN-CONTROL LOCK, WHICH USED TO HAND BACK ZERO
002487*                  IN ITS PLACE.
002490*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
014150* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
014167*----------------------------------------------------------------
014183     COPY LOKREQ.
014186*----------------------------------------------------------------
014189* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
014191* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE
014194*----------------------------------------------------------------
014197     COPY CYCREQ.
014200 01  WS-ABEND-INFO.
014300     05  WS-ABEND-FILE       PIC X(08).
014400     05  WS-ABEND-STATUS     PIC X(02).
014416*----------------------------------------------------------------
014432* THE RUN'S OWN RETURN-CODE, KEPT ASIDE WHILE THE CLOSING
014448* CALLS HAND BACK THEIRS
014464*----------------------------------------------------------------
014480 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
014500*----------------------------------------------------------------
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------
014800* 0000-MAIN - SWEEP THE MASTER, THEN RECONCILE THE COUNTS
014900*----------------------------------------------------------------
015000 0000-MAIN.
015050     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
015100     PERFORM H100-OPEN-FILES.
015200     PERFORM H110-READ-PRV-COUNT THRU H110-END.
015300     PERFORM H120-COUNT-MAINT-RPT THRU H120-END.
015400     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
015500     PERFORM H999-PROGRAM-EXIT.
015506*----------------------------------------------------------------
015511* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
015517*                         FBEM005 MUST HAVE COMPLETED FOR THE
015522*                         BUSINESS DATE AND THIS STEP MUST NOT,
015528*                         OR THE RUN ENDS WITH THE RETURN-CODE
015533*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
015539*----------------------------------------------------------------
015544 H050-BEGIN-CYCLE-STEP.
015550     MOVE 'B'        TO CYC-FUNCTION
015556     MOVE 'FBEI005 ' TO CYC-STEP
015561     CALL 'FBEN005' USING CYC-REQUEST
015567     IF NOT CYC-GO
015572         DISPLAY '*** FBEI005 *** REFUSED BY CYCLE CONTROL'
015578         MOVE CYC-REPLY-RC TO RETURN-CODE
015583         STOP RUN
015589     END-IF
015594 H050-END. EXIT.
015600*----------------------------------------------------------------
015700* H100-OPEN-FILES - OPEN THE MASTER, THE REPORT AND THE NEW
015800*                   COUNT FILE AND PRIME THE MASTER READ
016055     IF LOK-BUSY
016064         DISPLAY '*** FBEI005 *** ACCTREC HELD BY ANOTHER RUN'
016073         MOVE 12 TO RETURN-CODE
016077         PERFORM H310-END-CYCLE-STEP THRU H310-END
016082         STOP RUN
016091     END-IF
016100     OPEN INPUT  ACCT-REC.
021100     END-IF
021200 H110-END. EXIT.
021300*----------------------------------------------------------------
021400* H120-COUNT-MAINT-RPT - TALLY THE INSERTED/RESTORED AND DELETED
021500*                        RESULT LINES ON TONIGHT'S MAINTRPT. NO
021600*                        MAINTRPT MEANS NO MAINTENANCE RAN, WHICH
021700*                        COUNTS AS ZERO INSERTS AND ZERO DELETES
021800*----------------------------------------------------------------
021900 H120-COUNT-MAINT-RPT.
022000     OPEN INPUT MAINT-RPT.
023900 H125-COUNT-ONE-LINE.
024000     EVALUATE MAINT-RESULT
024100         WHEN 'INSERTED '
024150         WHEN 'RESTORED '
024200             ADD 1 TO WS-INSERT-COUNT
024300         WHEN 'DELETED  '
024400             ADD 1 TO WS-DELETE-COUNT
045700* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
045800*----------------------------------------------------------------
045900 H300-CLOSE-FILES.
045925*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
045950*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
045975     MOVE RETURN-CODE TO WS-SAVE-RC
046000     CLOSE ACCT-REC.
046100     CLOSE INTG-RPT.
046200     CLOSE CUR-CNT.
046216     PERFORM H310-END-CYCLE-STEP THRU H310-END
046233     MOVE 'D' TO LOK-FUNCTION
046267     CALL 'FBEK005' USING LOK-REQUEST
046283     MOVE WS-SAVE-RC TO RETURN-CODE.
046300 H300-END. EXIT.
046307*----------------------------------------------------------------
046314* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
046321*                       WITH ITS RETURN-CODE AND RECORD COUNTS
046329*----------------------------------------------------------------
046336 H310-END-CYCLE-STEP.
046343     MOVE 'E'             TO CYC-FUNCTION
046350     MOVE RETURN-CODE     TO CYC-RC
046357     MOVE WS-SWEEP-COUNT  TO CYC-READ-COUNT
046364     MOVE 0               TO CYC-WRITE-COUNT
046371     MOVE WS-EXCP-COUNT   TO CYC-EXCP-COUNT
046379     CALL 'FBEN005' USING CYC-REQUEST
046386     MOVE CYC-RC          TO RETURN-CODE.
046393 H310-END. EXIT.
046400*----------------------------------------------------------------
046500* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
046600*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
