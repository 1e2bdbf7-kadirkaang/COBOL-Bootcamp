001950*                  OPENING ANYTHING AND GIVES THE LOCK BACK AT
001967*                  CLOSE. A MASTER HELD EXCLUSIVELY ENDS THE RUN
001983*                  WITH RETURN-CODE 12 FOR A SCHEDULER RETRY.
001985* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 NIGHTLY
001987*                  CYCLE CONTROL BEFORE TAKING THE LOCK: IT IS
001989*                  REFUSED WITH RETURN-CODE 20 UNTIL FBEM005 HAS
001991*                  COMPLETED FOR THE BUSINESS DATE, AND WITH 24
001994*                  ONCE IT HAS ITSELF COMPLETED FOR THAT DATE,
001996*                  UNLESS A CYCCARD OVERRIDE NAMES IT. ITS
001998*                  RETURN-CODE AND COUNTS GO TO CYCFILE AT CLOSE.
002000* 2026-10-15 KKG   THE RETURN-CODE THE RUN ENDS WITH IS NOW KEPT
002020*                  ACROSS THE CLOSING CALL THAT GIVES BACK THE
002040*                  RUN-CONTROL LOCK, WHICH USED TO HAND BACK ZERO
002060*                  IN ITS PLACE.
002080*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
004650* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
004667*----------------------------------------------------------------
004683     COPY LOKREQ.
004686*----------------------------------------------------------------
004689* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
004691* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE
004694*----------------------------------------------------------------
004697     COPY CYCREQ.
004700 01  WS-ABEND-INFO.
004800     05  WS-ABEND-FILE       PIC X(08).
004900     05  WS-ABEND-STATUS     PIC X(02).
004916*----------------------------------------------------------------
004932* THE RUN'S OWN RETURN-CODE, KEPT ASIDE WHILE THE CLOSING
004948* CALLS HAND BACK THEIRS
004964*----------------------------------------------------------------
004980 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
005000*----------------------------------------------------------------
005100 PROCEDURE DIVISION.
005200*----------------------------------------------------------------
005400*             IT WITH THE COUNT TRAILER
005500*----------------------------------------------------------------
005600 0000-MAIN.
005650     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
005700     PERFORM H100-OPEN-FILES.
005800     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
005900     PERFORM H999-PROGRAM-EXIT.
005906*----------------------------------------------------------------
005911* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
005917*                         FBEM005 MUST HAVE COMPLETED FOR THE
005922*                         BUSINESS DATE AND THIS STEP MUST NOT,
005928*                         OR THE RUN ENDS WITH THE RETURN-CODE
005933*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
005939*----------------------------------------------------------------
005944 H050-BEGIN-CYCLE-STEP.
005950     MOVE 'B'        TO CYC-FUNCTION
005956     MOVE 'FBEU005 ' TO CYC-STEP
005961     CALL 'FBEN005' USING CYC-REQUEST
005967     IF NOT CYC-GO
005972         DISPLAY '*** FBEU005 *** REFUSED BY CYCLE CONTROL'
005978         MOVE CYC-REPLY-RC TO RETURN-CODE
005983         STOP RUN
005989     END-IF
005994 H050-END. EXIT.
006000*----------------------------------------------------------------
006100* H100-OPEN-FILES - OPEN THE MASTER AND THE BACKUP AND PRIME
006200*                   THE MASTER READ
006455     IF LOK-BUSY
006464         DISPLAY '*** FBEU005 *** ACCTREC HELD BY ANOTHER RUN'
006473         MOVE 12 TO RETURN-CODE
006477         PERFORM H310-END-CYCLE-STEP THRU H310-END
006482         STOP RUN
006491     END-IF
006500     OPEN INPUT  ACCT-REC.
009500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
009600*----------------------------------------------------------------
009700 H300-CLOSE-FILES.
009725*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
009750*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
009775     MOVE RETURN-CODE TO WS-SAVE-RC
009800     CLOSE ACCT-REC.
009900     CLOSE BKUP-FILE.
009916     PERFORM H310-END-CYCLE-STEP THRU H310-END
009933     MOVE 'D' TO LOK-FUNCTION
009967     CALL 'FBEK005' USING LOK-REQUEST
009983     MOVE WS-SAVE-RC TO RETURN-CODE.
010000 H300-END. EXIT.
010007*----------------------------------------------------------------
010014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
010021*                       WITH ITS RETURN-CODE AND RECORD COUNTS
010029*----------------------------------------------------------------
010036 H310-END-CYCLE-STEP.
010043     MOVE 'E'             TO CYC-FUNCTION
010050     MOVE RETURN-CODE     TO CYC-RC
010057     MOVE WS-UNLOAD-COUNT TO CYC-READ-COUNT
010064     MOVE WS-UNLOAD-COUNT TO CYC-WRITE-COUNT
010071     MOVE 0               TO CYC-EXCP-COUNT
010079     CALL 'FBEN005' USING CYC-REQUEST
010086     MOVE CYC-RC          TO RETURN-CODE.
010093 H310-END. EXIT.
010100*----------------------------------------------------------------
010200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
010300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
