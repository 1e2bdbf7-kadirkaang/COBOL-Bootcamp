000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEV005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. ONE-OFF SWEEP OF THE WHOLE
001300*                  ACCTREC MASTER AGAINST THE POSTMST POSTAL
001400*                  REFERENCE MASTER, APPLYING THE SAME POSTCODE
001500*                  CHECK FBEM005 NOW MAKES ON EVERY UPDATE AND
001600*                  INSERT (R013). EVERY RECORD WHOSE POSTCODE IS
001700*                  NOT ON POSTMST, OR BELONGS TO ANOTHER CITY THAN
001800*                  THE ONE ON FILE, IS LISTED ON PCHKRPT WITH THE
001900*                  CITY POSTMST GIVES FOR IT, SO THE ADDRESSES CAN
002000*                  BE PUT RIGHT BEFORE THE ANNUAL STATEMENT
002100*                  MAILING. A RECORD WITH NO CITY AND NO POSTCODE
002200*                  AT ALL IS NOT A FAILURE OF THE CHECK AND IS
002300*                  ONLY COUNTED. ANY FAILURE ENDS THE RUN WITH
002400*                  RETURN-CODE 8. READ-ONLY; THE RUN TAKES THE
002500*                  FBEK005 RUN-CONTROL LOCK AS AN ACCTREC READER.
002511* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002522*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002533*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002544*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002555*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002566*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002577*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002588*                  ITS PLACE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
003100                       ORGANIZATION INDEXED
003200                       ACCESS MODE  SEQUENTIAL
003300                       RECORD KEY   ACCT-SEQ
003400                       STATUS      ACCT-ST.
003500     SELECT POST-MST   ASSIGN  TO  POSTMST
003600                       ORGANIZATION INDEXED
003700                       ACCESS MODE  RANDOM
003800                       RECORD KEY   POST-CODE
003900                       STATUS      POST-ST.
004000     SELECT PCHK-RPT   ASSIGN  TO  PCHKRPT
004100                       STATUS      RPT-ST.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCT-REC RECORDING MODE F.
004500     COPY ACCTFLD.
004600*
004700 FD  POST-MST RECORDING MODE F.
004800     COPY POSTFLD.
004900*
005000 FD  PCHK-RPT RECORDING MODE F.
005100 01  PCHK-HDR-REC.
005200     05  PH-LIT              PIC X(40).
005300     05  PH-RUN-DATE         PIC 9(08).
005400     05  FILLER              PIC X(32).
005500 01  PCHK-DTL-REC.
005600     05  PD-SEQ              PIC X(04).
005700     05  FILLER              PIC X(01).
005800     05  PD-SOYAD            PIC X(15).
005900     05  FILLER              PIC X(01).
006000     05  PD-CITY             PIC X(15).
006100     05  FILLER              PIC X(01).
006200     05  PD-POSTAL           PIC X(05).
006300     05  FILLER              PIC X(01).
006400     05  PD-REASON           PIC X(15).
006500     05  FILLER              PIC X(01).
006600     05  PD-MST-CITY         PIC X(15).
006700     05  FILLER              PIC X(06).
006800 01  PCHK-TOTAL-REC.
006900     05  FILLER              PIC X(04).
007000     05  PT-LIT              PIC X(30).
007100     05  PT-COUNT            PIC ZZZZZZ9.
007200     05  FILLER              PIC X(39).
007300 01  PCHK-STATUS-REC.
007400     05  PS-LIT              PIC X(40).
007500     05  FILLER              PIC X(40).
007600*
007700 WORKING-STORAGE SECTION.
007800 01  WS-WORK-AREA.
007900     05  ACCT-ST             PIC 9(02).
008000         88  ACCT-EOF                   VALUE 10 23.
008100         88  ACCT-SUCCESS               VALUE 00 97.
008200     05  POST-ST             PIC 9(02).
008300         88  POST-SUCCESS               VALUE 00 97.
008400         88  POST-NOT-FOUND             VALUE 23.
008500     05  RPT-ST              PIC 9(02).
008600         88  RPT-SUCCESS                VALUE 00 97.
008700 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
008800*----------------------------------------------------------------
008900* RUN TOTALS FOR PCHKRPT. RECORDS READ = PASSED + NO ADDRESS +
009000* NOT ON MASTER + NOT FOR CITY
009100*----------------------------------------------------------------
009200 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
009300 01  WS-PASS-COUNT           PIC 9(07) COMP VALUE 0.
009400 01  WS-NO-ADDR-COUNT        PIC 9(07) COMP VALUE 0.
009500 01  WS-NO-MST-COUNT         PIC 9(07) COMP VALUE 0.
009600 01  WS-WRONG-CITY-COUNT     PIC 9(07) COMP VALUE 0.
009700*----------------------------------------------------------------
009800* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
009900* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
010000*----------------------------------------------------------------
010100     COPY LOKREQ.
010111*----------------------------------------------------------------
010122* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
010133* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
010144* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
010155* THEIRS
010166*----------------------------------------------------------------
010177     COPY CYCREQ.
010188 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
010200 01  WS-ABEND-INFO.
010300     05  WS-ABEND-FILE       PIC X(08).
010400     05  WS-ABEND-STATUS     PIC X(02).
010500*----------------------------------------------------------------
010600 PROCEDURE DIVISION.
010700*----------------------------------------------------------------
010800* 0000-MAIN - CHECK EVERY ACCTREC POSTCODE AGAINST POSTMST
010900*----------------------------------------------------------------
011000 0000-MAIN.
011050     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
011100     PERFORM H100-OPEN-FILES.
011200     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
011300     PERFORM H999-PROGRAM-EXIT.
011305*----------------------------------------------------------------
011310* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
011315*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
011320*                         AND WAITS ON NO OTHER STEP, BUT A
011325*                         REFUSAL STILL ENDS THE RUN WITH THE
011330*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
011335*                         ANYTHING OPENS
011340*----------------------------------------------------------------
011345 H050-BEGIN-CYCLE-STEP.
011350     MOVE 'B'        TO CYC-FUNCTION
011355     MOVE 'FBEV005 ' TO CYC-STEP
011360     CALL 'FBEN005' USING CYC-REQUEST
011365     IF NOT CYC-GO
011370         DISPLAY '*** FBEV005 *** REFUSED BY CYCLE CONTROL'
011375         MOVE CYC-REPLY-RC TO RETURN-CODE
011380         STOP RUN
011385     END-IF
011390 H050-END. EXIT.
011400*----------------------------------------------------------------
011500* H100-OPEN-FILES - TAKE THE SHARED LOCK, OPEN THE TWO MASTERS AND
011600*                   THE REPORT, HEAD THE REPORT AND READ THE FIRST
011700*                   ACCTREC RECORD
011800*----------------------------------------------------------------
011900 H100-OPEN-FILES.
012000*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
012100*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
012200     MOVE 'S'        TO LOK-FUNCTION
012300     MOVE 'FBEV005 ' TO LOK-PGM-NAME
012400     CALL 'FBEK005' USING LOK-REQUEST
012500     IF LOK-BUSY
012600         DISPLAY '*** FBEV005 *** ACCTREC HELD BY ANOTHER RUN'
012700         MOVE 12 TO RETURN-CODE
012750         PERFORM H310-END-CYCLE-STEP THRU H310-END
012800         STOP RUN
012900     END-IF
013000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
013100     OPEN INPUT  ACCT-REC.
013200     IF NOT ACCT-SUCCESS
013300         MOVE 'ACCTREC' TO WS-ABEND-FILE
013400         MOVE ACCT-ST   TO WS-ABEND-STATUS
013500         PERFORM H910-ABEND-RTN
013600     END-IF
013700     OPEN INPUT  POST-MST.
013800     IF NOT POST-SUCCESS
013900         MOVE 'POSTMST' TO WS-ABEND-FILE
014000         MOVE POST-ST   TO WS-ABEND-STATUS
014100         PERFORM H910-ABEND-RTN
014200     END-IF
014300     OPEN OUTPUT PCHK-RPT.
014400     IF NOT RPT-SUCCESS
014500         MOVE 'PCHKRPT' TO WS-ABEND-FILE
014600         MOVE RPT-ST    TO WS-ABEND-STATUS
014700         PERFORM H910-ABEND-RTN
014800     END-IF
014900     MOVE SPACES TO PCHK-HDR-REC
015000     MOVE '*** ACCTREC POSTCODE SWEEP - RUN DATE' TO PH-LIT
015100     MOVE WS-RUN-DATE TO PH-RUN-DATE
015200     WRITE PCHK-HDR-REC.
015300     PERFORM H922-CHECK-RPT-STATUS
015400     READ ACCT-REC.
015500     PERFORM H920-CHECK-ACCT-STATUS
015600 H100-END. EXIT.
015700*----------------------------------------------------------------
015800* H200-PROCESS - CHECK ONE ACCTREC RECORD'S CITY AND POSTCODE THE
015900*                WAY FBEM005 DOES, LIST IT IF IT FAILS, AND READ
016000*                THE NEXT ONE
016100*----------------------------------------------------------------
016200 H200-PROCESS.
016300     ADD 1 TO WS-READ-COUNT
016400     IF ACCT-ADDR-CITY = SPACES AND ACCT-ADDR-POSTAL = SPACES
016500         ADD 1 TO WS-NO-ADDR-COUNT
016600         GO TO H200-READ-NEXT
016700     END-IF
016800     MOVE SPACES           TO PCHK-DTL-REC
016900     MOVE ACCT-ADDR-POSTAL TO POST-CODE
017000     READ POST-MST
017100         INVALID KEY
017200             MOVE 'NOT ON MASTER' TO PD-REASON
017300             ADD 1 TO WS-NO-MST-COUNT
017400         NOT INVALID KEY
017500             IF POST-CITY NOT = ACCT-ADDR-CITY
017600                 MOVE 'NOT FOR CITY' TO PD-REASON
017700                 MOVE POST-CITY      TO PD-MST-CITY
017800                 ADD 1 TO WS-WRONG-CITY-COUNT
017900             ELSE
018000                 ADD 1 TO WS-PASS-COUNT
018100             END-IF
018200     END-READ
018300     PERFORM H921-CHECK-POST-STATUS
018400     IF PD-REASON NOT = SPACES
018500         MOVE ACCT-SEQ         TO PD-SEQ
018600         MOVE ACCT-SOYAD       TO PD-SOYAD
018700         MOVE ACCT-ADDR-CITY   TO PD-CITY
018800         MOVE ACCT-ADDR-POSTAL TO PD-POSTAL
018900         WRITE PCHK-DTL-REC
019000         PERFORM H922-CHECK-RPT-STATUS
019100     END-IF.
019200 H200-READ-NEXT.
019300     READ ACCT-REC.
019400     PERFORM H920-CHECK-ACCT-STATUS
019500 H200-END. EXIT.
019600*----------------------------------------------------------------
019700* H550-WRITE-ONE-TOTAL - WRITE THE PCHKRPT TOTAL LINE BUILT BY THE
019800*                        CALLER
019900*----------------------------------------------------------------
020000 H550-WRITE-ONE-TOTAL.
020100     WRITE PCHK-TOTAL-REC
020200     PERFORM H922-CHECK-RPT-STATUS
020300 H550-END. EXIT.
020400*----------------------------------------------------------------
020500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN AND GIVE
020600*                    BACK THE RUN-CONTROL LOCK
020700*----------------------------------------------------------------
020800 H300-CLOSE-FILES.
020825*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
020850*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
020875     MOVE RETURN-CODE TO WS-SAVE-RC
020900     CLOSE ACCT-REC.
021000     CLOSE POST-MST.
021100     CLOSE PCHK-RPT.
021150     PERFORM H310-END-CYCLE-STEP THRU H310-END
021200     MOVE 'D' TO LOK-FUNCTION
021300     CALL 'FBEK005' USING LOK-REQUEST
021350     MOVE WS-SAVE-RC TO RETURN-CODE.
021400 H300-END. EXIT.
021406*----------------------------------------------------------------
021412* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
021418*                       RETURN-CODE AND RECORD COUNTS
021424*----------------------------------------------------------------
021430 H310-END-CYCLE-STEP.
021436     MOVE 'E'             TO CYC-FUNCTION
021442     MOVE RETURN-CODE     TO CYC-RC
021448     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
021454     MOVE 0               TO CYC-WRITE-COUNT
021460     COMPUTE CYC-EXCP-COUNT = WS-NO-MST-COUNT
021466                            + WS-WRONG-CITY-COUNT
021472     CALL 'FBEN005' USING CYC-REQUEST
021478     MOVE CYC-RC          TO RETURN-CODE.
021484 H310-END. EXIT.
021500*----------------------------------------------------------------
021600* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
021700*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
021800*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
021900*----------------------------------------------------------------
022000 H910-ABEND-RTN.
022100     DISPLAY '*** FBEV005 ABEND *** FILE=' WS-ABEND-FILE
022200             ' STATUS=' WS-ABEND-STATUS
022300     MOVE 16 TO RETURN-CODE
022400     PERFORM H300-CLOSE-FILES
022500     STOP RUN.
022600 H910-END. EXIT.
022700*----------------------------------------------------------------
022800* H920-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK
022900*----------------------------------------------------------------
023000 H920-CHECK-ACCT-STATUS.
023100     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
023200         MOVE 'ACCTREC' TO WS-ABEND-FILE
023300         MOVE ACCT-ST   TO WS-ABEND-STATUS
023400         PERFORM H910-ABEND-RTN
023500     END-IF
023600 H920-END. EXIT.
023700*----------------------------------------------------------------
023800* H921-CHECK-POST-STATUS - COMMON POSTMST FILE-STATUS CHECK. NOT
023900*                          FOUND (23) IS THE EXPECTED OUTCOME OF
024000*                          PROVING A BAD POSTCODE, NOT AN ERROR
024100*----------------------------------------------------------------
024200 H921-CHECK-POST-STATUS.
024300     IF NOT POST-SUCCESS AND NOT POST-NOT-FOUND
024400         MOVE 'POSTMST' TO WS-ABEND-FILE
024500         MOVE POST-ST   TO WS-ABEND-STATUS
024600         PERFORM H910-ABEND-RTN
024700     END-IF
024800 H921-END. EXIT.
024900*----------------------------------------------------------------
025000* H922-CHECK-RPT-STATUS - COMMON PCHKRPT FILE-STATUS CHECK
025100*----------------------------------------------------------------
025200 H922-CHECK-RPT-STATUS.
025300     IF NOT RPT-SUCCESS
025400         MOVE 'PCHKRPT' TO WS-ABEND-FILE
025500         MOVE RPT-ST    TO WS-ABEND-STATUS
025600         PERFORM H910-ABEND-RTN
025700     END-IF
025800 H922-END. EXIT.
025900*----------------------------------------------------------------
026000* H999-PROGRAM-EXIT - WRITE THE RUN TOTALS, CLOSE UP AND END THE
026100*                     RUN. ANY RECORD THAT FAILED THE CHECK ENDS
026200*                     THE RUN WITH RETURN-CODE 8
026300*----------------------------------------------------------------
026400 H999-PROGRAM-EXIT.
026500     MOVE SPACES                  TO PCHK-TOTAL-REC
026600     MOVE 'RECORDS READ........:'  TO PT-LIT
026700     MOVE WS-READ-COUNT           TO PT-COUNT
026800     PERFORM H550-WRITE-ONE-TOTAL
026900     MOVE SPACES                  TO PCHK-TOTAL-REC
027000     MOVE 'POSTCODE AND CITY OK:'  TO PT-LIT
027100     MOVE WS-PASS-COUNT           TO PT-COUNT
027200     PERFORM H550-WRITE-ONE-TOTAL
027300     MOVE SPACES                  TO PCHK-TOTAL-REC
027400     MOVE 'NO CITY OR POSTCODE.:'  TO PT-LIT
027500     MOVE WS-NO-ADDR-COUNT        TO PT-COUNT
027600     PERFORM H550-WRITE-ONE-TOTAL
027700     MOVE SPACES                  TO PCHK-TOTAL-REC
027800     MOVE 'NOT ON POSTMST......:'  TO PT-LIT
027900     MOVE WS-NO-MST-COUNT         TO PT-COUNT
028000     PERFORM H550-WRITE-ONE-TOTAL
028100     MOVE SPACES                  TO PCHK-TOTAL-REC
028200     MOVE 'POSTCODE WRONG CITY.:'  TO PT-LIT
028300     MOVE WS-WRONG-CITY-COUNT     TO PT-COUNT
028400     PERFORM H550-WRITE-ONE-TOTAL
028500     IF WS-NO-MST-COUNT > 0 OR WS-WRONG-CITY-COUNT > 0
028600         MOVE SPACES TO PCHK-STATUS-REC
028700         MOVE '*** ADDRESSES FAIL THE POSTCODE CHECK' TO PS-LIT
028800         WRITE PCHK-STATUS-REC
028900         PERFORM H922-CHECK-RPT-STATUS
029000         MOVE 8 TO RETURN-CODE
029100     ELSE
029200         MOVE SPACES TO PCHK-STATUS-REC
029300         MOVE '*** EVERY ADDRESS PASSES' TO PS-LIT
029400         WRITE PCHK-STATUS-REC
029500         PERFORM H922-CHECK-RPT-STATUS
029600     END-IF
029700     PERFORM H300-CLOSE-FILES.
029800     STOP RUN.
029900 H999-END. EXIT.
