002697*                  AND FORCING RETURN-CODE 8 ON EVERY LEGITIMATE
002698*                  RECOVERY. EARLIER ENTRIES NOW COUNT AS
002699*                  OUTSIDE THE WINDOW INSTEAD.
002710* 2026-10-15 KKG   AN 'R' JOURNAL ENTRY (A LEAVER REINSTATED FROM
002720*                  ARCHFILE BY FBEM005) IS REPLAYED THE SAME WAY
002730*                  AS AN 'I' -- THE KEY MUST STILL BE FREE BEFORE
002740*                  THE RESTORED AFTER-IMAGE GOES BACK ON.
002746* 2026-10-15 KKG   THE JOURNAL IS NOW READ THROUGH FBEJ005 INSTEAD
002752*                  OF OPENING AUDTFILE, SO THE REPLAY READS ONLY
002758*                  THE MONTH-END GENERATIONS (FBEJ010) THAT
002765*                  OVERLAP THE FROM-DATE/CUT-OFF WINDOW. THE
002771*                  OUTSIDE-THE-WINDOW TOTAL NOW COUNTS ONLY THE
002777*                  ENTRIES OF THE GENERATIONS READ. AUDT-RECORD
002783*                  MOVED TO WORKING-STORAGE.
002790* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002791*                  CONTROL AS AN ON-REQUEST STEP BEHIND FBEL005:
002792*                  IT IS REFUSED WITH RETURN-CODE 20 UNTIL THE
002793*                  RELOAD HAS COMPLETED FOR THE BUSINESS DATE AND
002794*                  WITH 24 ONCE IT HAS ITSELF COMPLETED FOR IT,
002795*                  UNLESS A CYCCARD OVERRIDE NAMES IT.
002796*                  ITS RETURN-CODE IS NOW KEPT ACROSS THE CLOSING
002797*                  CALLS, WHICH USED TO HAND BACK ZERO INSTEAD.
002798*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003300     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
003400                       ORGANIZATION INDEXED
003500                       ACCESS MODE  DYNAMIC
004100                       STATUS      RPT-ST.
004200 DATA DIVISION.
004300 FILE SECTION.
004700 FD  ACCT-REC RECORDING MODE F.
004800     COPY ACCTFLD.
004900*
010450* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
010467*----------------------------------------------------------------
010483     COPY LOKREQ.
010485*----------------------------------------------------------------
010487* THE JOURNAL IS READ THROUGH FBEJ005; EACH RECORD IT HANDS BACK
010490* IS WORKED ON HERE AS AUDT-RECORD
010492*----------------------------------------------------------------
010495     COPY JRNREQ.
010497     COPY AUDTFLD.
010500 01  WS-ABEND-INFO.
010600     05  WS-ABEND-FILE       PIC X(08).
010700     05  WS-ABEND-STATUS     PIC X(02).
010711*----------------------------------------------------------------
010722* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
010733* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
010744* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
010755* THEIRS
010766*----------------------------------------------------------------
010777     COPY CYCREQ.
010788 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
010800*----------------------------------------------------------------
010900 PROCEDURE DIVISION.
011000*----------------------------------------------------------------
011100* 0000-MAIN - ROLL THE JOURNAL FORWARD ONTO THE RELOADED MASTER
011200*----------------------------------------------------------------
011300 0000-MAIN.
011350     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
011400     PERFORM H100-OPEN-FILES.
011500     PERFORM H200-PROCESS THRU H200-END UNTIL AUDT-EOF.
011600     PERFORM H999-PROGRAM-EXIT.
011605*----------------------------------------------------------------
011610* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
011615*                         IT IS RUN ON REQUEST, ONCE PER BUSINESS
011620*                         DATE AND ONLY AFTER FBEL005 HAS
011625*                         COMPLETED FOR IT, OR THE RUN ENDS WITH
011630*                         THE RETURN-CODE FBEN005 GIVES BACK
011635*                         BEFORE ANYTHING OPENS
011640*----------------------------------------------------------------
011645 H050-BEGIN-CYCLE-STEP.
011650     MOVE 'B'        TO CYC-FUNCTION
011655     MOVE 'FBER005 ' TO CYC-STEP
011660     CALL 'FBEN005' USING CYC-REQUEST
011665     IF NOT CYC-GO
011670         DISPLAY '*** FBER005 *** REFUSED BY CYCLE CONTROL'
011675         MOVE CYC-REPLY-RC TO RETURN-CODE
011680         STOP RUN
011685     END-IF
011690 H050-END. EXIT.
011700*----------------------------------------------------------------
011800* H100-OPEN-FILES - OPEN THE JOURNAL, THE MASTER FOR RANDOM
011900*                   UPDATE AND THE REPORT, PICK UP THE OPTIONAL
012255     IF LOK-BUSY
012264         DISPLAY '*** FBER005 *** ACCTREC HELD BY ANOTHER RUN'
012273         MOVE 12 TO RETURN-CODE
012277         PERFORM H310-END-CYCLE-STEP THRU H310-END
012282         STOP RUN
012291     END-IF
012900     OPEN I-O    ACCT-REC.
013000     IF NOT ACCT-SUCCESS
013100         MOVE 'ACCTREC' TO WS-ABEND-FILE
013900         PERFORM H910-ABEND-RTN
014000     END-IF
014100     PERFORM H105-READ-CTL-CARD
014106     MOVE 'O'              TO JRN-FUNCTION
014112     MOVE 'FBER005 '       TO JRN-PGM-NAME
014150     MOVE WS-SEL-FROM-DATE TO JRN-DATE-FROM
014188     MOVE WS-SEL-DATE      TO JRN-DATE-TO
014225     CALL 'FBEJ005' USING JRN-REQUEST
014262     PERFORM H250-READ-JOURNAL THRU H250-END
014300     PERFORM H920-CHECK-AUDT-STATUS
014400 H100-END. EXIT.
014500*----------------------------------------------------------------
018400     ELSE
018500         ADD 1 TO WS-SKIP-COUNT
018600     END-IF
018700     PERFORM H250-READ-JOURNAL THRU H250-END
018800     PERFORM H920-CHECK-AUDT-STATUS
018900 H200-END. EXIT.
019000*----------------------------------------------------------------
021600     EVALUATE TRUE
021700         WHEN AUDT-FUNCTION = 'U'
021800             PERFORM H220-REPLAY-UPDATE THRU H220-END
021900         WHEN AUDT-FUNCTION = 'I' OR AUDT-FUNCTION = 'R'
022000             PERFORM H230-REPLAY-INSERT THRU H230-END
022100         WHEN AUDT-FUNCTION = 'D'
022200             PERFORM H240-REPLAY-DELETE THRU H240-END
030300     PERFORM H922-CHECK-ACCT-STATUS
030400     ADD 1 TO WS-REPLAY-COUNT
030500 H240-END. EXIT.
030507*----------------------------------------------------------------
030515* H250-READ-JOURNAL - ASK FBEJ005 FOR THE NEXT JOURNAL RECORD,
030523*                     FROM ONLY THE GENERATIONS THAT OVERLAP THE
030530*                     REPLAY WINDOW, AND HAND IT ON AS
030538*                     AUDT-RECORD WITH A FILE STATUS IN AUDT-ST
030546*----------------------------------------------------------------
030553 H250-READ-JOURNAL.
030561     MOVE 'R' TO JRN-FUNCTION
030569     CALL 'FBEJ005' USING JRN-REQUEST
030576     MOVE JRN-ST     TO AUDT-ST
030584     MOVE JRN-RECORD TO AUDT-RECORD.
030592 H250-END. EXIT.
030600*----------------------------------------------------------------
030700* H260-WRITE-EXCEPTION - PRINT ONE LINE FOR A JOURNAL RECORD THAT
030800*                        COULD NOT BE BROUGHT FORWARD. THE CALLER
033100* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
033200*----------------------------------------------------------------
033300 H300-CLOSE-FILES.
033316*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
033332*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
033348     MOVE RETURN-CODE TO WS-SAVE-RC
033367     MOVE 'C' TO JRN-FUNCTION
033433     CALL 'FBEJ005' USING JRN-REQUEST
033500     CLOSE ACCT-REC.
033600     CLOSE RCVR-RPT.
033611     MOVE WS-SAVE-RC TO RETURN-CODE
033622     PERFORM H310-END-CYCLE-STEP THRU H310-END
033633     MOVE 'D' TO LOK-FUNCTION
033667     CALL 'FBEK005' USING LOK-REQUEST
033683     MOVE WS-SAVE-RC TO RETURN-CODE.
033700 H300-END. EXIT.
033706*----------------------------------------------------------------
033712* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
033718*                       RETURN-CODE AND RECORD COUNTS
033724*----------------------------------------------------------------
033730 H310-END-CYCLE-STEP.
033736     MOVE 'E'             TO CYC-FUNCTION
033742     MOVE RETURN-CODE     TO CYC-RC
033748     COMPUTE CYC-READ-COUNT = WS-REPLAY-COUNT + WS-ALREADY-COUNT
033754                            + WS-EXCP-COUNT + WS-SKIP-COUNT
033760     MOVE WS-REPLAY-COUNT TO CYC-WRITE-COUNT
033766     MOVE WS-EXCP-COUNT   TO CYC-EXCP-COUNT
033772     CALL 'FBEN005' USING CYC-REQUEST
033778     MOVE CYC-RC          TO RETURN-CODE.
033784 H310-END. EXIT.
033800*----------------------------------------------------------------
033900* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
034000*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
