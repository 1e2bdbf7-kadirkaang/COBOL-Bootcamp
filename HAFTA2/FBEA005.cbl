001700*                  CTLCARD NARROWS THE RUN TO ONE ACCT-SEQ AND/OR
001800*                  A RUN-DATE RANGE; NO CARD PRINTS THE WHOLE
001900*                  JOURNAL.
001912* 2026-10-15 KKG   THE JOURNAL IS NOW READ THROUGH FBEJ005 INSTEAD
001925*                  OF OPENING AUDTFILE, SO A DATE RANGE ON THE
001937*                  CARD READS ONLY THE MONTH-END GENERATIONS
001950*                  CATALOGUED BY FBEJ010 THAT OVERLAP IT.
001962*                  AUDT-RECORD MOVED TO WORKING-STORAGE. NO
001975*                  JOURNAL AT ALL NOW PRINTS AN EMPTY REPORT
001987*                  INSTEAD OF ABENDING.
001988* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
001989*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
001990*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
001991*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
001992*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
001993*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
001994*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
001995*                  ITS PLACE.
001996* 2026-10-15 KKG   THE RUN NOW SHARES THE FBEK005 RUN-CONTROL LOCK
001997*                  WITH THE OTHER READERS, SO NEITHER FBEM005 NOR
001998*                  THE FBEJ010 CUT-OVER CAN CHANGE THE JOURNAL
001999*                  UNDER IT, AND ENDS RC 12 IF THE LOCK IS HELD.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002600     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
002700                       STATUS      CTL-ST.
002800     SELECT AUDIT-RPT  ASSIGN  TO  AUDTRPT
002900                       STATUS      RPT-ST.
003000 DATA DIVISION.
003100 FILE SECTION.
003500 FD  CTL-CARD RECORDING MODE F.
003600 01  CTL-RECORD.
003700     05  CTL-SEL-SEQ         PIC X(04).
013600     05  WS-DIFF-OLD         PIC X(20).
013700     05  WS-DIFF-NEW         PIC X(20).
013800 01  WS-PRINT-COUNT          PIC 9(07) COMP VALUE 0.
013814*----------------------------------------------------------------
013828* THE JOURNAL IS READ THROUGH FBEJ005; EACH RECORD IT HANDS BACK
013842* IS WORKED ON HERE AS AUDT-RECORD
013857*----------------------------------------------------------------
013871     COPY JRNREQ.
013885     COPY AUDTFLD.
013886*----------------------------------------------------------------
013887* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
013888* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
013889* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
013890* THEIRS
013891*----------------------------------------------------------------
013892     COPY CYCREQ.
013893 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
013894*----------------------------------------------------------------
013895* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
013896* SERIALISE THIS RUN AGAINST THE PROGRAMS THAT WRITE THE JOURNAL
013897*----------------------------------------------------------------
013898     COPY LOKREQ.
013900 01  WS-ABEND-INFO.
014000     05  WS-ABEND-FILE       PIC X(08).
014100     05  WS-ABEND-STATUS     PIC X(02).
014500* 0000-MAIN - PRINT THE SELECTED PART OF THE AUDIT JOURNAL
014600*----------------------------------------------------------------
014700 0000-MAIN.
014750     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
014800     PERFORM H100-OPEN-FILES.
014900     PERFORM H200-PROCESS THRU H200-END UNTIL AUDT-EOF.
015000     PERFORM H999-PROGRAM-EXIT.
015005*----------------------------------------------------------------
015010* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
015015*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
015020*                         AND WAITS ON NO OTHER STEP, BUT A
015025*                         REFUSAL STILL ENDS THE RUN WITH THE
015030*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
015035*                         ANYTHING OPENS
015040*----------------------------------------------------------------
015045 H050-BEGIN-CYCLE-STEP.
015050     MOVE 'B'        TO CYC-FUNCTION
015055     MOVE 'FBEA005 ' TO CYC-STEP
015060     CALL 'FBEN005' USING CYC-REQUEST
015065     IF NOT CYC-GO
015070         DISPLAY '*** FBEA005 *** REFUSED BY CYCLE CONTROL'
015075         MOVE CYC-REPLY-RC TO RETURN-CODE
015080         STOP RUN
015085     END-IF
015090 H050-END. EXIT.
015100*----------------------------------------------------------------
015200* H100-OPEN-FILES - OPEN THE JOURNAL AND THE REPORT, PICK UP THE
015300*                   OPTIONAL SELECTION CARD AND PRIME THE READ
015400*----------------------------------------------------------------
015500 H100-OPEN-FILES.
015509*    THIS RUN ONLY READS THE JOURNAL, SO IT SHARES THE
015518*    RUN-CONTROL LOCK WITH THE OTHER READERS BEFORE ANYTHING
015527*    OPENS
015536     MOVE 'S'        TO LOK-FUNCTION
015545     MOVE 'FBEA005 ' TO LOK-PGM-NAME
015555     CALL 'FBEK005' USING LOK-REQUEST
015564     IF LOK-BUSY
015573         DISPLAY '*** FBEA005 *** ACCTREC HELD BY ANOTHER RUN'
015577         MOVE 12 TO RETURN-CODE
015582         PERFORM H310-END-CYCLE-STEP THRU H310-END
015586         STOP RUN
015591     END-IF
016200     OPEN OUTPUT AUDIT-RPT.
016300     IF NOT RPT-SUCCESS
016400         MOVE 'AUDTRPT' TO WS-ABEND-FILE
016600         PERFORM H910-ABEND-RTN
016700     END-IF
016800     PERFORM H105-READ-CTL-CARD
016806     MOVE 'O'              TO JRN-FUNCTION
016812     MOVE 'FBEA005 '       TO JRN-PGM-NAME
016850     MOVE WS-SEL-DATE-FROM TO JRN-DATE-FROM
016888     MOVE WS-SEL-DATE-TO   TO JRN-DATE-TO
016925     CALL 'FBEJ005' USING JRN-REQUEST
016962     PERFORM H230-READ-JOURNAL THRU H230-END
017000     PERFORM H920-CHECK-AUDT-STATUS
017100 H100-END. EXIT.
017200*----------------------------------------------------------------
021000     IF WS-REC-SELECTED
021100         PERFORM H210-PRINT-AUDIT-RECORD
021200     END-IF
021300     PERFORM H230-READ-JOURNAL THRU H230-END
021400     PERFORM H920-CHECK-AUDT-STATUS
021500 H200-END. EXIT.
021600*----------------------------------------------------------------
034100     WRITE ARPT-DIFF-REC.
034200     PERFORM H921-CHECK-RPT-STATUS
034300 H220-END. EXIT.
034307*----------------------------------------------------------------
034315* H230-READ-JOURNAL - ASK FBEJ005 FOR THE NEXT JOURNAL RECORD,
034323*                     FROM ONLY THE GENERATIONS THAT OVERLAP THE
034330*                     SELECTED DATES, AND HAND IT ON AS
034338*                     AUDT-RECORD WITH A FILE STATUS IN AUDT-ST
034346*----------------------------------------------------------------
034353 H230-READ-JOURNAL.
034361     MOVE 'R' TO JRN-FUNCTION
034369     CALL 'FBEJ005' USING JRN-REQUEST
034376     MOVE JRN-ST     TO AUDT-ST
034384     MOVE JRN-RECORD TO AUDT-RECORD.
034392 H230-END. EXIT.
034400*----------------------------------------------------------------
034500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
034600*----------------------------------------------------------------
034700 H300-CLOSE-FILES.
034716*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
034732*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
034748     MOVE RETURN-CODE TO WS-SAVE-RC
034767     MOVE 'C' TO JRN-FUNCTION
034833     CALL 'FBEJ005' USING JRN-REQUEST.
034900     CLOSE AUDIT-RPT.
034933     MOVE WS-SAVE-RC TO RETURN-CODE
034966     PERFORM H310-END-CYCLE-STEP THRU H310-END
034975     MOVE 'D' TO LOK-FUNCTION
034983     CALL 'FBEK005' USING LOK-REQUEST
034991     MOVE WS-SAVE-RC TO RETURN-CODE.
035000 H300-END. EXIT.
035007*----------------------------------------------------------------
035014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
035021*                       RETURN-CODE AND RECORD COUNTS
035028*----------------------------------------------------------------
035035 H310-END-CYCLE-STEP.
035042     MOVE 'E'             TO CYC-FUNCTION
035049     MOVE RETURN-CODE     TO CYC-RC
035056     MOVE 0               TO CYC-READ-COUNT
035063     MOVE WS-PRINT-COUNT  TO CYC-WRITE-COUNT
035070     MOVE 0               TO CYC-EXCP-COUNT
035077     CALL 'FBEN005' USING CYC-REQUEST
035084     MOVE CYC-RC          TO RETURN-CODE.
035091 H310-END. EXIT.
035100*----------------------------------------------------------------
035200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
035300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
