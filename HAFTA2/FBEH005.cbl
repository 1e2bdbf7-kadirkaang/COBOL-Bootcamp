002750*                  OPENING ANYTHING AND GIVES THE LOCK BACK AT
002767*                  CLOSE. A MASTER HELD EXCLUSIVELY ENDS THE RUN
002783*                  WITH RETURN-CODE 12 FOR A SCHEDULER RETRY.
002786* 2026-10-15 KKG   AN 'R' JOURNAL ENTRY (A LEAVER REINSTATED FROM
002789*                  ARCHFILE BY FBEM005) NOW COUNTS AS A JOINER
002792*                  INTO THE RESTORED RECORD'S DEPARTMENT, THE
002795*                  SAME AS AN 'I'.
002796* 2026-10-15 KKG   ASGN-RECORD NOW COMES FROM THE ASGNFLD
002797*                  COPYBOOK, SHARED WITH THE FBES005
002799*                  SUBJECT-ACCESS DOSSIER.
002810* 2026-10-15 KKG   THE JOURNAL IS NOW READ THROUGH FBEJ005 INSTEAD
002821*                  OF OPENING AUDTFILE. THE HISTORY AND THE
002832*                  CLOSING HEADCOUNT STILL START FROM THE FIRST
002843*                  JOURNAL ENTRY, BUT A RANGE CARD WITH AN END
002854*                  DATE NO LONGER READS THE MONTH-END GENERATIONS
002865*                  (FBEJ010) OR THE LIVE AUDTFILE BEYOND IT.
002876*                  AUDT-RECORD MOVED TO WORKING-STORAGE.
002877* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002878*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002879*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002880*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002881*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002882*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002883*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002884*                  ITS PLACE.
002885* 2026-10-15 KKG   THE JOURNAL IS READ THROUGH TO ITS END AGAIN,
002886*                  RANGE CARD OR NOT: ENDING THE READ AT THE END
002887*                  DATE LEFT LATER MOVEMENTS OFF ASGNHIST. ONLY
002888*                  THE REPORT COUNTS AND THE CLOSING HEADCOUNT
002889*                  KEEP TO THE RANGE.
002890*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003400     SELECT DEPT-MST   ASSIGN  TO  DEPTMST
003500                       ORGANIZATION INDEXED
003600                       ACCESS MODE  SEQUENTIAL
004900                       STATUS      RPT-ST.
005000 DATA DIVISION.
005100 FILE SECTION.
005500 FD  DEPT-MST RECORDING MODE F.
005600     COPY DEPTFLD.
005700*
006400     05  CTL-DATE-TO         PIC 9(08).
006500*
006600 FD  ASGN-HIST RECORDING MODE F.
006700     COPY ASGNFLD.
007700*
007800 FD  MOVE-RPT RECORDING MODE F.
007900 01  MRPT-DETAIL-REC.
020850* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
020867*----------------------------------------------------------------
020883     COPY LOKREQ.
020885*----------------------------------------------------------------
020887* THE JOURNAL IS READ THROUGH FBEJ005; EACH RECORD IT HANDS BACK
020890* IS WORKED ON HERE AS AUDT-RECORD
020892*----------------------------------------------------------------
020895     COPY JRNREQ.
020897     COPY AUDTFLD.
020900 01  WS-ABEND-INFO.
021000     05  WS-ABEND-FILE       PIC X(08).
021100     05  WS-ABEND-STATUS     PIC X(02).
021111*----------------------------------------------------------------
021122* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
021133* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
021144* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
021155* THEIRS
021166*----------------------------------------------------------------
021177     COPY CYCREQ.
021188 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
021200*----------------------------------------------------------------
021300 PROCEDURE DIVISION.
021400*----------------------------------------------------------------
021600*             MASTER AND PRINT THE MOVEMENT REPORT
021700*----------------------------------------------------------------
021800 0000-MAIN.
021850     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
021900     PERFORM H100-OPEN-FILES.
022000     PERFORM H110-LOAD-DEPT-MASTER THRU H110-END.
022100     PERFORM H200-PROCESS THRU H200-END UNTIL AUDT-EOF.
022200     PERFORM H240-COUNT-ONE-LIVE THRU H240-END UNTIL ACCT-EOF.
022300     PERFORM H999-PROGRAM-EXIT.
022305*----------------------------------------------------------------
022310* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
022315*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
022320*                         AND WAITS ON NO OTHER STEP, BUT A
022325*                         REFUSAL STILL ENDS THE RUN WITH THE
022330*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
022335*                         ANYTHING OPENS
022340*----------------------------------------------------------------
022345 H050-BEGIN-CYCLE-STEP.
022350     MOVE 'B'        TO CYC-FUNCTION
022355     MOVE 'FBEH005 ' TO CYC-STEP
022360     CALL 'FBEN005' USING CYC-REQUEST
022365     IF NOT CYC-GO
022370         DISPLAY '*** FBEH005 *** REFUSED BY CYCLE CONTROL'
022375         MOVE CYC-REPLY-RC TO RETURN-CODE
022380         STOP RUN
022385     END-IF
022390 H050-END. EXIT.
022400*----------------------------------------------------------------
022500* H100-OPEN-FILES - OPEN THE JOURNAL, THE TWO MASTERS, THE
022600*                   HISTORY AND THE REPORT, PICK UP THE OPTIONAL
022955     IF LOK-BUSY
022964         DISPLAY '*** FBEH005 *** ACCTREC HELD BY ANOTHER RUN'
022973         MOVE 12 TO RETURN-CODE
022977         PERFORM H310-END-CYCLE-STEP THRU H310-END
022982         STOP RUN
022991     END-IF
023600     OPEN INPUT  DEPT-MST.
023700     IF NOT DEPT-SUCCESS
023800         MOVE 'DEPTMST' TO WS-ABEND-FILE
025800         PERFORM H910-ABEND-RTN
025900     END-IF
026000     PERFORM H105-READ-CTL-CARD
026003*    ASGNHIST TAKES EVERY MOVEMENT ON THE JOURNAL AND THE
026006*    CLOSING HEADCOUNT COUNTS FROM ITS FIRST ENTRY, SO FBEJ005
026009*    READS ALL OF IT; H225 KEEPS THE COUNTS TO THE RANGE
026036     MOVE 'O'              TO JRN-FUNCTION
026064     MOVE 'FBEH005 '       TO JRN-PGM-NAME
026091     MOVE 0                TO JRN-DATE-FROM
026118     MOVE 0                TO JRN-DATE-TO
026145     CALL 'FBEJ005' USING JRN-REQUEST
026173     PERFORM H250-READ-JOURNAL THRU H250-END
026200     PERFORM H920-CHECK-AUDT-STATUS
026300     READ ACCT-REC.
026400     PERFORM H921-CHECK-ACCT-STATUS
035300         PERFORM H220-WRITE-HISTORY THRU H220-END
035400         PERFORM H225-TALLY-MOVEMENT THRU H225-END
035500     END-IF
035600     PERFORM H250-READ-JOURNAL THRU H250-END
035700     PERFORM H920-CHECK-AUDT-STATUS
035800 H200-END. EXIT.
035900*----------------------------------------------------------------
036000* H210-CLASSIFY-MOVEMENT - AN 'I' OR AN 'R' REINSTATEMENT IS A
036100*                          JOINER INTO THE AFTER-IMAGE'S
036150*                          DEPARTMENT, A 'D' A LEAVER
036200*                          FROM THE BEFORE-IMAGE'S, AND A 'U'
036300*                          WHOSE DEPARTMENT CODES DIFFER A
036400*                          TRANSFER. ANYTHING ELSE MOVES NOBODY
036900     MOVE AUDT-BEFORE-IMAGE TO BEF-FIELDS
037000     MOVE AUDT-AFTER-IMAGE  TO AFT-FIELDS
037100     EVALUATE TRUE
037200         WHEN AUDT-FUNCTION = 'I' OR AUDT-FUNCTION = 'R'
037300             MOVE 'J'           TO WS-MOVE-ACTION
037400             MOVE AFT-DEPT-CODE TO WS-MOVE-TO-DEPT
037500         WHEN AUDT-FUNCTION = 'D'
038800* H220-WRITE-HISTORY - WRITE ONE EFFECTIVE-DATED ASSIGNMENT
038900*                      EVENT. EVERY MOVEMENT ON THE JOURNAL GOES
039000*                      TO THE HISTORY, WHATEVER THE REPORTING
039100*                      RANGE SAYS, SO THE JOURNAL IS READ WHOLE
039200*----------------------------------------------------------------
039300 H220-WRITE-HISTORY.
039400     MOVE AUDT-SEQ          TO ASGN-SEQ
048500     READ ACCT-REC.
048600     PERFORM H921-CHECK-ACCT-STATUS
048700 H240-END. EXIT.
048708*----------------------------------------------------------------
048716* H250-READ-JOURNAL - ASK FBEJ005 FOR THE NEXT JOURNAL RECORD AND
048725*                     HAND IT ON AS AUDT-RECORD WITH A FILE STATUS
048733*                     IN AUDT-ST
048741*----------------------------------------------------------------
048750 H250-READ-JOURNAL.
048758     MOVE 'R' TO JRN-FUNCTION
048766     CALL 'FBEJ005' USING JRN-REQUEST
048775     MOVE JRN-ST     TO AUDT-ST
048783     MOVE JRN-RECORD TO AUDT-RECORD.
048791 H250-END. EXIT.
048800*----------------------------------------------------------------
048900* H400-PRINT-DEPT-LINES - PRINT ONE MOVEMENT LINE PER DEPARTMENT
049000*----------------------------------------------------------------
052500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
052600*----------------------------------------------------------------
052700 H300-CLOSE-FILES.
052716*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
052732*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
052748     MOVE RETURN-CODE TO WS-SAVE-RC
052767     MOVE 'C' TO JRN-FUNCTION
052833     CALL 'FBEJ005' USING JRN-REQUEST
052900     CLOSE DEPT-MST.
053000     CLOSE ACCT-REC.
053100     CLOSE ASGN-HIST.
053200     CLOSE MOVE-RPT.
053211     MOVE WS-SAVE-RC TO RETURN-CODE
053222     PERFORM H310-END-CYCLE-STEP THRU H310-END
053233     MOVE 'D' TO LOK-FUNCTION
053267     CALL 'FBEK005' USING LOK-REQUEST
053283     MOVE WS-SAVE-RC TO RETURN-CODE.
053300 H300-END. EXIT.
053307*----------------------------------------------------------------
053314* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
053321*                       RETURN-CODE AND RECORD COUNTS
053328*----------------------------------------------------------------
053335 H310-END-CYCLE-STEP.
053342     MOVE 'E'             TO CYC-FUNCTION
053349     MOVE RETURN-CODE     TO CYC-RC
053356     MOVE WS-JRNL-COUNT   TO CYC-READ-COUNT
053363     MOVE WS-HIST-COUNT   TO CYC-WRITE-COUNT
053370     MOVE WS-MISMATCH-COUNT TO CYC-EXCP-COUNT
053377     CALL 'FBEN005' USING CYC-REQUEST
053384     MOVE CYC-RC          TO RETURN-CODE.
053391 H310-END. EXIT.
053400*----------------------------------------------------------------
053500* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
053600*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
