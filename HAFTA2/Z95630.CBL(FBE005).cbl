009640*                  CLOSE. A MASTER HELD EXCLUSIVELY BY A
009650*                  MAINTENANCE RUN ENDS THIS RUN PROMPTLY WITH
009660*                  RETURN-CODE 12 SO THE SCHEDULER CAN RETRY IT.
009664* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
009668*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
009672*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
009676*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
009680*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
009684*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
009688*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
009692*                  ITS PLACE.
009700*----------------------------------------------------------------
009800 ENVIRONMENT DIVISION.
009900 INPUT-OUTPUT SECTION.
037130* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
037140*----------------------------------------------------------------
037150     COPY LOKREQ.
037151*----------------------------------------------------------------
037152* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
037153* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
037154* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
037155* THEIRS
037156*----------------------------------------------------------------
037157     COPY CYCREQ.
037158 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
037160*----------------------------------------------------------------
037200* WORKING STORAGE FOR THE CONTROLLED ABEND ROUTINE
037300*----------------------------------------------------------------
037900* 0000-MAIN - PROGRAM MAINLINE
038000*----------------------------------------------------------------
038100 0000-MAIN.
038150     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
038200     PERFORM H100-OPEN-FILES.
038300     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
038400     PERFORM H999-PROGRAM-EXIT.
038405*----------------------------------------------------------------
038410* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
038415*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
038420*                         AND WAITS ON NO OTHER STEP, BUT A
038425*                         REFUSAL STILL ENDS THE RUN WITH THE
038430*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
038435*                         ANYTHING OPENS
038440*----------------------------------------------------------------
038445 H050-BEGIN-CYCLE-STEP.
038450     MOVE 'B'        TO CYC-FUNCTION
038455     MOVE 'FBEG005 ' TO CYC-STEP
038460     CALL 'FBEN005' USING CYC-REQUEST
038465     IF NOT CYC-GO
038470         DISPLAY '*** FBEG005 *** REFUSED BY CYCLE CONTROL'
038475         MOVE CYC-REPLY-RC TO RETURN-CODE
038480         STOP RUN
038485     END-IF
038490 H050-END. EXIT.
038500*----------------------------------------------------------------
038600* H100-OPEN-FILES - OPEN THE INPUT EXTRACT AND THE REPORT
038700*----------------------------------------------------------------
038860     IF LOK-BUSY
038870         DISPLAY '*** FBEG005 *** ACCTREC HELD BY ANOTHER RUN'
038880         MOVE 12 TO RETURN-CODE
038885         PERFORM H310-END-CYCLE-STEP THRU H310-END
038890         STOP RUN
038895     END-IF
038900     OPEN INPUT  ACCT-REC.
104100* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
104200*----------------------------------------------------------------
104300 H300-CLOSE-FILES.
104325*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
104350*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
104375     MOVE RETURN-CODE TO WS-SAVE-RC
104400     CLOSE ACCT-REC.
104500     CLOSE PRINT-LINE.
104600     CLOSE EXCP-REC.
104700     CLOSE CKPT-FILE.
104800     CLOSE EXT-REC.
104900     CLOSE BDAY-FILE.
104905     PERFORM H310-END-CYCLE-STEP THRU H310-END
104910     MOVE 'D' TO LOK-FUNCTION
104920     CALL 'FBEK005' USING LOK-REQUEST
104960     MOVE WS-SAVE-RC TO RETURN-CODE.
105000 H300-END. EXIT.
105007*----------------------------------------------------------------
105014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
105021*                       RETURN-CODE AND RECORD COUNTS
105028*----------------------------------------------------------------
105035 H310-END-CYCLE-STEP.
105042     MOVE 'E'             TO CYC-FUNCTION
105049     MOVE RETURN-CODE     TO CYC-RC
105056     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
105063     MOVE WS-SEL-COUNT    TO CYC-WRITE-COUNT
105070     MOVE 0               TO CYC-EXCP-COUNT
105077     CALL 'FBEN005' USING CYC-REQUEST
105084     MOVE CYC-RC          TO RETURN-CODE.
105091 H310-END. EXIT.
105100*----------------------------------------------------------------
105200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
105300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
