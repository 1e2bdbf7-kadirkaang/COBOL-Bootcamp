002298*                  OPENING ANYTHING AND GIVES THE LOCK BACK AT
002299*                  CLOSE. A MASTER HELD EXCLUSIVELY ENDS THE RUN
002301*                  WITH RETURN-CODE 12 FOR A SCHEDULER RETRY.
002302* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002312*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002322*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002332*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002342*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002352*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002362*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002372*                  ITS PLACE.
002382*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
014150* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
014167*----------------------------------------------------------------
014183     COPY LOKREQ.
014184*----------------------------------------------------------------
014185* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
014186* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
014187* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
014188* THEIRS
014189*----------------------------------------------------------------
014190     COPY CYCREQ.
014191 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
014200 01  WS-ABEND-INFO.
014300     05  WS-ABEND-FILE       PIC X(08).
014400     05  WS-ABEND-STATUS     PIC X(02).
014900*             PER-DEPARTMENT TABLE AND PRINT THE PROFILE REPORT
015000*----------------------------------------------------------------
015100 0000-MAIN.
015150     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
015200     PERFORM H100-OPEN-FILES.
015300     PERFORM H110-LOAD-DEPT-MASTER THRU H110-END.
015400     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
015500     PERFORM H999-PROGRAM-EXIT.
015505*----------------------------------------------------------------
015510* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
015515*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
015520*                         AND WAITS ON NO OTHER STEP, BUT A
015525*                         REFUSAL STILL ENDS THE RUN WITH THE
015530*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
015535*                         ANYTHING OPENS
015540*----------------------------------------------------------------
015545 H050-BEGIN-CYCLE-STEP.
015550     MOVE 'B'        TO CYC-FUNCTION
015555     MOVE 'FBEG010 ' TO CYC-STEP
015560     CALL 'FBEN005' USING CYC-REQUEST
015565     IF NOT CYC-GO
015570         DISPLAY '*** FBEG010 *** REFUSED BY CYCLE CONTROL'
015575         MOVE CYC-REPLY-RC TO RETURN-CODE
015580         STOP RUN
015585     END-IF
015590 H050-END. EXIT.
015600*----------------------------------------------------------------
015700* H100-OPEN-FILES - OPEN THE TWO MASTERS AND THE REPORT AND SET
015800*                   THE RUN DATE FROM THE SYSTEM DATE
016055     IF LOK-BUSY
016064         DISPLAY '*** FBEG010 *** ACCTREC HELD BY ANOTHER RUN'
016073         MOVE 12 TO RETURN-CODE
016077         PERFORM H310-END-CYCLE-STEP THRU H310-END
016082         STOP RUN
016091     END-IF
016100     OPEN INPUT  DEPT-MST.
046410* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
046500*----------------------------------------------------------------
046600 H300-CLOSE-FILES.
046625*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
046650*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
046675     MOVE RETURN-CODE TO WS-SAVE-RC
046700     CLOSE DEPT-MST.
046800     CLOSE ACCT-REC.
046900     CLOSE DEPT-RPT.
046916     PERFORM H310-END-CYCLE-STEP THRU H310-END
046933     MOVE 'D' TO LOK-FUNCTION
046967     CALL 'FBEK005' USING LOK-REQUEST
046983     MOVE WS-SAVE-RC TO RETURN-CODE.
047000 H300-END. EXIT.
047007*----------------------------------------------------------------
047014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
047021*                       RETURN-CODE AND RECORD COUNTS
047028*----------------------------------------------------------------
047035 H310-END-CYCLE-STEP.
047042     MOVE 'E'             TO CYC-FUNCTION
047049     MOVE RETURN-CODE     TO CYC-RC
047056     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
047063     MOVE 0               TO CYC-WRITE-COUNT
047070     MOVE WS-NO-AGE-COUNT TO CYC-EXCP-COUNT
047077     CALL 'FBEN005' USING CYC-REQUEST
047084     MOVE CYC-RC          TO RETURN-CODE.
047091 H310-END. EXIT.
047100*----------------------------------------------------------------
047200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
047300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
