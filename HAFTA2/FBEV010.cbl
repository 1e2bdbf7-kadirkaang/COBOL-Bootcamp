000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEV010.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. MAILING-LABEL EXTRACT FOR THE
001300*                  ANNUAL STATEMENT MAILING. EVERY ACCTREC RECORD
001400*                  WITH A COMPLETE ADDRESS GOES TO LABELFILE, ONE
001500*                  LABEL PER PERSON, IN POSTCODE ORDER (ACCT-SEQ
001600*                  WITHIN POSTCODE) FOR THE POSTAL SORT DISCOUNT.
001700*                  A RECORD WITH NO FIRST ADDRESS LINE, NO CITY OR
001800*                  NO POSTCODE IS LEFT OUT, AS IS ONE WHOSE
001900*                  POSTCODE FAILS THE POSTMST CHECK FBEM005 MAKES,
002000*                  SINCE THAT LETTER WOULD COME BACK TOO. EACH
002100*                  RECORD LEFT OUT IS LISTED ON LBLXRPT WITH ITS
002200*                  REASON AND COUNTED UNDER IT; THE TOTALS PROVE
002300*                  RECORDS READ = LABELS + LEFT OUT. READ-ONLY;
002400*                  THE RUN TAKES THE FBEK005 RUN-CONTROL LOCK AS
002500*                  AN ACCTREC READER.
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
004000     SELECT LABEL-FILE ASSIGN  TO  LABELFILE
004100                       STATUS      LBL-ST.
004200     SELECT LBLX-RPT   ASSIGN  TO  LBLXRPT
004300                       STATUS      RPT-ST.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ACCT-REC RECORDING MODE F.
004700     COPY ACCTFLD.
004800*
004900 FD  POST-MST RECORDING MODE F.
005000     COPY POSTFLD.
005100*
005200 FD  LABEL-FILE RECORDING MODE F.
005300 01  LABEL-RECORD.
005400     05  LBL-SEQ             PIC X(04).
005500     05  LBL-AD              PIC X(15).
005600     05  LBL-SOYAD           PIC X(15).
005700     05  LBL-LINE1           PIC X(20).
005800     05  LBL-LINE2           PIC X(20).
005900     05  LBL-CITY            PIC X(15).
006000     05  LBL-POSTAL          PIC X(05).
006100     05  FILLER              PIC X(06).
006200*
006300 FD  LBLX-RPT RECORDING MODE F.
006400 01  LBLX-HDR-REC.
006500     05  LH-LIT              PIC X(40).
006600     05  LH-RUN-DATE         PIC 9(08).
006700     05  FILLER              PIC X(32).
006800 01  LBLX-DTL-REC.
006900     05  LD-SEQ              PIC X(04).
007000     05  FILLER              PIC X(01).
007100     05  LD-SOYAD            PIC X(15).
007200     05  FILLER              PIC X(01).
007300     05  LD-CITY             PIC X(15).
007400     05  FILLER              PIC X(01).
007500     05  LD-POSTAL           PIC X(05).
007600     05  FILLER              PIC X(01).
007700     05  LD-REASON           PIC X(20).
007800     05  FILLER              PIC X(17).
007900 01  LBLX-TOTAL-REC.
008000     05  FILLER              PIC X(04).
008100     05  LT-LIT              PIC X(30).
008200     05  LT-COUNT            PIC ZZZZZZ9.
008300     05  FILLER              PIC X(39).
008400 01  LBLX-STATUS-REC.
008500     05  LS-LIT              PIC X(40).
008600     05  FILLER              PIC X(40).
008700*
008800 WORKING-STORAGE SECTION.
008900 01  WS-WORK-AREA.
009000     05  ACCT-ST             PIC 9(02).
009100         88  ACCT-EOF                   VALUE 10 23.
009200         88  ACCT-SUCCESS               VALUE 00 97.
009300     05  POST-ST             PIC 9(02).
009400         88  POST-SUCCESS               VALUE 00 97.
009500         88  POST-NOT-FOUND             VALUE 23.
009600     05  LBL-ST              PIC 9(02).
009700         88  LBL-SUCCESS                VALUE 00 97.
009800     05  RPT-ST              PIC 9(02).
009900         88  RPT-SUCCESS                VALUE 00 97.
010000 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
010100 01  WS-LEAVE-REASON         PIC X(20).
010200*----------------------------------------------------------------
010300* THE LABELS, HELD IN (POSTCODE, ACCT-SEQ) ORDER SO LABELFILE IS
010400* WRITTEN IN POSTCODE ORDER WHATEVER ORDER ACCTREC IS KEYED IN. A
010500* MASTER WITH MORE LABELS THAN THE TABLE HOLDS IS A HARD STOP, NOT
010600* A SHORT MAILING
010700*----------------------------------------------------------------
010800 01  WS-LB-TABLE.
010900     05  WS-LB-ENTRY         OCCURS 10000 TIMES.
011000         10  WS-LB-KEY.
011100             15  WS-LB-POSTAL PIC X(05).
011200             15  WS-LB-SEQ   PIC X(04).
011300         10  WS-LB-IMAGE     PIC X(100).
011400 01  WS-LB-USED              PIC 9(05) COMP VALUE 0.
011500 01  WS-LB-SUB               PIC 9(05) COMP.
011600 01  WS-LB-PREV              PIC 9(05) COMP.
011700 01  WS-LB-NEW-KEY.
011800     05  WS-LB-NEW-POSTAL    PIC X(05).
011900     05  WS-LB-NEW-SEQ       PIC X(04).
012000 01  WS-LB-PLACED-SW         PIC X(01).
012100     88  WS-LB-PLACED                VALUE 'Y'.
012200*----------------------------------------------------------------
012300* RUN TOTALS FOR LBLXRPT. RECORDS READ = LABELS WRITTEN + EVERY
012400* RECORD LEFT OUT, WHICH IS COUNTED UNDER THE FIRST REASON IT MET
012500*----------------------------------------------------------------
012600 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
012700 01  WS-LABEL-COUNT          PIC 9(07) COMP VALUE 0.
012800 01  WS-LEFT-OUT-COUNT       PIC 9(07) COMP VALUE 0.
012900 01  WS-NO-LINE1-COUNT       PIC 9(07) COMP VALUE 0.
013000 01  WS-NO-CITY-COUNT        PIC 9(07) COMP VALUE 0.
013100 01  WS-NO-POSTAL-COUNT      PIC 9(07) COMP VALUE 0.
013200 01  WS-NO-MST-COUNT         PIC 9(07) COMP VALUE 0.
013300 01  WS-WRONG-CITY-COUNT     PIC 9(07) COMP VALUE 0.
013400 01  WS-BALANCE-COUNT        PIC 9(07) COMP VALUE 0.
013500*----------------------------------------------------------------
013600* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
013700* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
013800*----------------------------------------------------------------
013900     COPY LOKREQ.
013911*----------------------------------------------------------------
013922* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
013933* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
013944* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
013955* THEIRS
013966*----------------------------------------------------------------
013977     COPY CYCREQ.
013988 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
014000 01  WS-ABEND-INFO.
014100     05  WS-ABEND-FILE       PIC X(08).
014200     05  WS-ABEND-STATUS     PIC X(02).
014300*----------------------------------------------------------------
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------------
014600* 0000-MAIN - SORT EVERY MAILABLE ADDRESS INTO POSTCODE ORDER AND
014700*             WRITE THE LABELS
014800*----------------------------------------------------------------
014900 0000-MAIN.
014950     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
015000     PERFORM H100-OPEN-FILES.
015100     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
015200     PERFORM H400-WRITE-ONE-LABEL THRU H400-END
015300         VARYING WS-LB-SUB FROM 1 BY 1
015400         UNTIL WS-LB-SUB > WS-LB-USED
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
015555     MOVE 'FBEV010 ' TO CYC-STEP
015560     CALL 'FBEN005' USING CYC-REQUEST
015565     IF NOT CYC-GO
015570         DISPLAY '*** FBEV010 *** REFUSED BY CYCLE CONTROL'
015575         MOVE CYC-REPLY-RC TO RETURN-CODE
015580         STOP RUN
015585     END-IF
015590 H050-END. EXIT.
015600*----------------------------------------------------------------
015700* H100-OPEN-FILES - TAKE THE SHARED LOCK, OPEN THE TWO MASTERS,
015800*                   THE LABEL FILE AND THE REPORT, HEAD THE REPORT
015900*                   AND READ THE FIRST ACCTREC RECORD
016000*----------------------------------------------------------------
016100 H100-OPEN-FILES.
016200*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
016300*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
016400     MOVE 'S'        TO LOK-FUNCTION
016500     MOVE 'FBEV010 ' TO LOK-PGM-NAME
016600     CALL 'FBEK005' USING LOK-REQUEST
016700     IF LOK-BUSY
016800         DISPLAY '*** FBEV010 *** ACCTREC HELD BY ANOTHER RUN'
016900         MOVE 12 TO RETURN-CODE
016950         PERFORM H310-END-CYCLE-STEP THRU H310-END
017000         STOP RUN
017100     END-IF
017200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
017300     OPEN INPUT  ACCT-REC.
017400     IF NOT ACCT-SUCCESS
017500         MOVE 'ACCTREC' TO WS-ABEND-FILE
017600         MOVE ACCT-ST   TO WS-ABEND-STATUS
017700         PERFORM H910-ABEND-RTN
017800     END-IF
017900     OPEN INPUT  POST-MST.
018000     IF NOT POST-SUCCESS
018100         MOVE 'POSTMST' TO WS-ABEND-FILE
018200         MOVE POST-ST   TO WS-ABEND-STATUS
018300         PERFORM H910-ABEND-RTN
018400     END-IF
018500     OPEN OUTPUT LABEL-FILE.
018600     IF NOT LBL-SUCCESS
018700         MOVE 'LABELFIL' TO WS-ABEND-FILE
018800         MOVE LBL-ST     TO WS-ABEND-STATUS
018900         PERFORM H910-ABEND-RTN
019000     END-IF
019100     OPEN OUTPUT LBLX-RPT.
019200     IF NOT RPT-SUCCESS
019300         MOVE 'LBLXRPT' TO WS-ABEND-FILE
019400         MOVE RPT-ST    TO WS-ABEND-STATUS
019500         PERFORM H910-ABEND-RTN
019600     END-IF
019700     MOVE SPACES TO LBLX-HDR-REC
019800     MOVE '*** LABEL EXTRACT LEFT OUT - RUN DATE' TO LH-LIT
019900     MOVE WS-RUN-DATE TO LH-RUN-DATE
020000     WRITE LBLX-HDR-REC.
020100     PERFORM H923-CHECK-RPT-STATUS
020200     READ ACCT-REC.
020300     PERFORM H920-CHECK-ACCT-STATUS
020400 H100-END. EXIT.
020500*----------------------------------------------------------------
020600* H200-PROCESS - TEST ONE ACCTREC ADDRESS FOR COMPLETENESS AND
020700*                AGAINST POSTMST. A MAILABLE ONE IS FILED IN THE
020800*                LABEL TABLE; ANY OTHER IS LISTED AND COUNTED AS
020900*                LEFT OUT. THEN READ THE NEXT RECORD
021000*----------------------------------------------------------------
021100 H200-PROCESS.
021200     ADD 1 TO WS-READ-COUNT
021300     MOVE SPACES TO WS-LEAVE-REASON
021400     EVALUATE TRUE
021500         WHEN ACCT-ADDR-LINE1 = SPACES
021600             MOVE 'NO ADDRESS LINE' TO WS-LEAVE-REASON
021700             ADD 1 TO WS-NO-LINE1-COUNT
021800         WHEN ACCT-ADDR-CITY = SPACES
021900             MOVE 'NO CITY'         TO WS-LEAVE-REASON
022000             ADD 1 TO WS-NO-CITY-COUNT
022100         WHEN ACCT-ADDR-POSTAL = SPACES
022200             MOVE 'NO POSTCODE'     TO WS-LEAVE-REASON
022300             ADD 1 TO WS-NO-POSTAL-COUNT
022400         WHEN OTHER
022500             PERFORM H210-CHECK-POSTCODE THRU H210-END
022600     END-EVALUATE
022700     IF WS-LEAVE-REASON = SPACES
022800         PERFORM H220-FILE-LABEL THRU H220-END
022900     ELSE
023000         ADD 1 TO WS-LEFT-OUT-COUNT
023100         MOVE SPACES           TO LBLX-DTL-REC
023200         MOVE ACCT-SEQ         TO LD-SEQ
023300         MOVE ACCT-SOYAD       TO LD-SOYAD
023400         MOVE ACCT-ADDR-CITY   TO LD-CITY
023500         MOVE ACCT-ADDR-POSTAL TO LD-POSTAL
023600         MOVE WS-LEAVE-REASON  TO LD-REASON
023700         WRITE LBLX-DTL-REC
023800         PERFORM H923-CHECK-RPT-STATUS
023900     END-IF
024000     READ ACCT-REC.
024100     PERFORM H920-CHECK-ACCT-STATUS
024200 H200-END. EXIT.
024300*----------------------------------------------------------------
024400* H210-CHECK-POSTCODE - THE FBEM005 POSTCODE CHECK: THE POSTCODE
024500*                       MUST BE ON POSTMST AND NAME THE CITY ON
024600*                       FILE, OR THE LETTER WOULD COME BACK
024700*----------------------------------------------------------------
024800 H210-CHECK-POSTCODE.
024900     MOVE ACCT-ADDR-POSTAL TO POST-CODE
025000     READ POST-MST
025100         INVALID KEY
025200             MOVE 'NOT ON POSTMST' TO WS-LEAVE-REASON
025300             ADD 1 TO WS-NO-MST-COUNT
025400         NOT INVALID KEY
025500             IF POST-CITY NOT = ACCT-ADDR-CITY
025600                 MOVE 'POSTCODE WRONG CITY' TO WS-LEAVE-REASON
025700                 ADD 1 TO WS-WRONG-CITY-COUNT
025800             END-IF
025900     END-READ
026000     PERFORM H921-CHECK-POST-STATUS
026100 H210-END. EXIT.
026200*----------------------------------------------------------------
026300* H220-FILE-LABEL - SLOT THE CURRENT RECORD'S LABEL INTO
026400*                   WS-LB-TABLE IN (POSTCODE, ACCT-SEQ) ORDER,
026500*                   SHUFFLING LATER LABELS DOWN ONE PLACE
026600*----------------------------------------------------------------
026700 H220-FILE-LABEL.
026800     IF WS-LB-USED >= 10000
026900         DISPLAY '*** FBEV010 ABEND *** LABEL TABLE FULL'
027000         MOVE 16 TO RETURN-CODE
027100         PERFORM H300-CLOSE-FILES
027200         STOP RUN
027300     END-IF
027400     MOVE ACCT-ADDR-POSTAL TO WS-LB-NEW-POSTAL
027500     MOVE ACCT-SEQ         TO WS-LB-NEW-SEQ
027600     ADD 1 TO WS-LB-USED
027700     MOVE WS-LB-USED TO WS-LB-SUB
027800     MOVE 'N' TO WS-LB-PLACED-SW
027900     PERFORM H225-SHIFT-ONE-LABEL THRU H225-END
028000         UNTIL WS-LB-SUB = 1 OR WS-LB-PLACED
028100     MOVE SPACES           TO LABEL-RECORD
028200     MOVE ACCT-SEQ         TO LBL-SEQ
028300     MOVE ACCT-AD          TO LBL-AD
028400     MOVE ACCT-SOYAD       TO LBL-SOYAD
028500     MOVE ACCT-ADDR-LINE1  TO LBL-LINE1
028600     MOVE ACCT-ADDR-LINE2  TO LBL-LINE2
028700     MOVE ACCT-ADDR-CITY   TO LBL-CITY
028800     MOVE ACCT-ADDR-POSTAL TO LBL-POSTAL
028900     MOVE WS-LB-NEW-KEY    TO WS-LB-KEY(WS-LB-SUB)
029000     MOVE LABEL-RECORD     TO WS-LB-IMAGE(WS-LB-SUB)
029100 H220-END. EXIT.
029200*----------------------------------------------------------------
029300* H225-SHIFT-ONE-LABEL - MOVE THE LABEL ABOVE THE FREE SLOT DOWN
029400*                        INTO IT IF IT SORTS AFTER THE NEW ONE;
029500*                        OTHERWISE THE FREE SLOT IS WHERE THE NEW
029600*                        LABEL BELONGS
029700*----------------------------------------------------------------
029800 H225-SHIFT-ONE-LABEL.
029900     COMPUTE WS-LB-PREV = WS-LB-SUB - 1
030000     IF WS-LB-KEY(WS-LB-PREV) > WS-LB-NEW-KEY
030100         MOVE WS-LB-ENTRY(WS-LB-PREV) TO WS-LB-ENTRY(WS-LB-SUB)
030200         MOVE WS-LB-PREV TO WS-LB-SUB
030300     ELSE
030400         MOVE 'Y' TO WS-LB-PLACED-SW
030500     END-IF
030600 H225-END. EXIT.
030700*----------------------------------------------------------------
030800* H400-WRITE-ONE-LABEL - WRITE ONE LABEL FROM THE SORTED TABLE
030900*----------------------------------------------------------------
031000 H400-WRITE-ONE-LABEL.
031100     MOVE WS-LB-IMAGE(WS-LB-SUB) TO LABEL-RECORD
031200     WRITE LABEL-RECORD.
031300     PERFORM H922-CHECK-LBL-STATUS
031400     ADD 1 TO WS-LABEL-COUNT
031500 H400-END. EXIT.
031600*----------------------------------------------------------------
031700* H550-WRITE-ONE-TOTAL - WRITE THE LBLXRPT TOTAL LINE BUILT BY THE
031800*                        CALLER
031900*----------------------------------------------------------------
032000 H550-WRITE-ONE-TOTAL.
032100     WRITE LBLX-TOTAL-REC
032200     PERFORM H923-CHECK-RPT-STATUS
032300 H550-END. EXIT.
032400*----------------------------------------------------------------
032500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN AND GIVE
032600*                    BACK THE RUN-CONTROL LOCK
032700*----------------------------------------------------------------
032800 H300-CLOSE-FILES.
032825*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
032850*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
032875     MOVE RETURN-CODE TO WS-SAVE-RC
032900     CLOSE ACCT-REC.
033000     CLOSE POST-MST.
033100     CLOSE LABEL-FILE.
033200     CLOSE LBLX-RPT.
033250     PERFORM H310-END-CYCLE-STEP THRU H310-END
033300     MOVE 'D' TO LOK-FUNCTION
033400     CALL 'FBEK005' USING LOK-REQUEST
033450     MOVE WS-SAVE-RC TO RETURN-CODE.
033500 H300-END. EXIT.
033507*----------------------------------------------------------------
033514* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
033521*                       RETURN-CODE AND RECORD COUNTS
033528*----------------------------------------------------------------
033535 H310-END-CYCLE-STEP.
033542     MOVE 'E'             TO CYC-FUNCTION
033549     MOVE RETURN-CODE     TO CYC-RC
033556     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
033563     MOVE WS-LABEL-COUNT  TO CYC-WRITE-COUNT
033570     MOVE WS-LEFT-OUT-COUNT TO CYC-EXCP-COUNT
033577     CALL 'FBEN005' USING CYC-REQUEST
033584     MOVE CYC-RC          TO RETURN-CODE.
033591 H310-END. EXIT.
033600*----------------------------------------------------------------
033700* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
033800*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
033900*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
034000*----------------------------------------------------------------
034100 H910-ABEND-RTN.
034200     DISPLAY '*** FBEV010 ABEND *** FILE=' WS-ABEND-FILE
034300             ' STATUS=' WS-ABEND-STATUS
034400     MOVE 16 TO RETURN-CODE
034500     PERFORM H300-CLOSE-FILES
034600     STOP RUN.
034700 H910-END. EXIT.
034800*----------------------------------------------------------------
034900* H920-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK
035000*----------------------------------------------------------------
035100 H920-CHECK-ACCT-STATUS.
035200     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
035300         MOVE 'ACCTREC' TO WS-ABEND-FILE
035400         MOVE ACCT-ST   TO WS-ABEND-STATUS
035500         PERFORM H910-ABEND-RTN
035600     END-IF
035700 H920-END. EXIT.
035800*----------------------------------------------------------------
035900* H921-CHECK-POST-STATUS - COMMON POSTMST FILE-STATUS CHECK. NOT
036000*                          FOUND (23) IS THE EXPECTED OUTCOME OF
036100*                          PROVING A BAD POSTCODE, NOT AN ERROR
036200*----------------------------------------------------------------
036300 H921-CHECK-POST-STATUS.
036400     IF NOT POST-SUCCESS AND NOT POST-NOT-FOUND
036500         MOVE 'POSTMST' TO WS-ABEND-FILE
036600         MOVE POST-ST   TO WS-ABEND-STATUS
036700         PERFORM H910-ABEND-RTN
036800     END-IF
036900 H921-END. EXIT.
037000*----------------------------------------------------------------
037100* H922-CHECK-LBL-STATUS - COMMON LABELFILE FILE-STATUS CHECK
037200*----------------------------------------------------------------
037300 H922-CHECK-LBL-STATUS.
037400     IF NOT LBL-SUCCESS
037500         MOVE 'LABELFIL' TO WS-ABEND-FILE
037600         MOVE LBL-ST     TO WS-ABEND-STATUS
037700         PERFORM H910-ABEND-RTN
037800     END-IF
037900 H922-END. EXIT.
038000*----------------------------------------------------------------
038100* H923-CHECK-RPT-STATUS - COMMON LBLXRPT FILE-STATUS CHECK
038200*----------------------------------------------------------------
038300 H923-CHECK-RPT-STATUS.
038400     IF NOT RPT-SUCCESS
038500         MOVE 'LBLXRPT' TO WS-ABEND-FILE
038600         MOVE RPT-ST    TO WS-ABEND-STATUS
038700         PERFORM H910-ABEND-RTN
038800     END-IF
038900 H923-END. EXIT.
039000*----------------------------------------------------------------
039100* H999-PROGRAM-EXIT - WRITE THE RUN TOTALS AND THE BALANCE PROOF,
039200*                     CLOSE UP AND END THE RUN. A RUN THAT DOES
039300*                     NOT BALANCE OR WRITES NO LABELS ENDS WITH
039400*                     RETURN-CODE 8
039500*----------------------------------------------------------------
039600 H999-PROGRAM-EXIT.
039700     MOVE SPACES                  TO LBLX-TOTAL-REC
039800     MOVE 'RECORDS READ........:'  TO LT-LIT
039900     MOVE WS-READ-COUNT           TO LT-COUNT
040000     PERFORM H550-WRITE-ONE-TOTAL
040100     MOVE SPACES                  TO LBLX-TOTAL-REC
040200     MOVE 'LABELS WRITTEN......:'  TO LT-LIT
040300     MOVE WS-LABEL-COUNT          TO LT-COUNT
040400     PERFORM H550-WRITE-ONE-TOTAL
040500     MOVE SPACES                  TO LBLX-TOTAL-REC
040600     MOVE 'LEFT OUT IN ALL.....:'  TO LT-LIT
040700     MOVE WS-LEFT-OUT-COUNT       TO LT-COUNT
040800     PERFORM H550-WRITE-ONE-TOTAL
040900     MOVE SPACES                  TO LBLX-TOTAL-REC
041000     MOVE '  NO ADDRESS LINE...:'  TO LT-LIT
041100     MOVE WS-NO-LINE1-COUNT       TO LT-COUNT
041200     PERFORM H550-WRITE-ONE-TOTAL
041300     MOVE SPACES                  TO LBLX-TOTAL-REC
041400     MOVE '  NO CITY...........:'  TO LT-LIT
041500     MOVE WS-NO-CITY-COUNT        TO LT-COUNT
041600     PERFORM H550-WRITE-ONE-TOTAL
041700     MOVE SPACES                  TO LBLX-TOTAL-REC
041800     MOVE '  NO POSTCODE.......:'  TO LT-LIT
041900     MOVE WS-NO-POSTAL-COUNT      TO LT-COUNT
042000     PERFORM H550-WRITE-ONE-TOTAL
042100     MOVE SPACES                  TO LBLX-TOTAL-REC
042200     MOVE '  NOT ON POSTMST....:'  TO LT-LIT
042300     MOVE WS-NO-MST-COUNT         TO LT-COUNT
042400     PERFORM H550-WRITE-ONE-TOTAL
042500     MOVE SPACES                  TO LBLX-TOTAL-REC
042600     MOVE '  WRONG CITY........:'  TO LT-LIT
042700     MOVE WS-WRONG-CITY-COUNT     TO LT-COUNT
042800     PERFORM H550-WRITE-ONE-TOTAL
042900     COMPUTE WS-BALANCE-COUNT = WS-LABEL-COUNT + WS-LEFT-OUT-COUNT
043000     MOVE SPACES TO LBLX-STATUS-REC
043100     IF WS-BALANCE-COUNT = WS-READ-COUNT
043200         MOVE '*** READ = LABELS + LEFT OUT - BALANCED' TO LS-LIT
043300     ELSE
043400         MOVE '*** READ NOT = LABELS + LEFT OUT' TO LS-LIT
043500         MOVE 8 TO RETURN-CODE
043600     END-IF
043700     WRITE LBLX-STATUS-REC
043800     PERFORM H923-CHECK-RPT-STATUS
043900     IF WS-LABEL-COUNT = 0
044000         MOVE SPACES TO LBLX-STATUS-REC
044100         MOVE '*** NO MAILABLE ADDRESS - NO LABELS' TO LS-LIT
044200         WRITE LBLX-STATUS-REC
044300         PERFORM H923-CHECK-RPT-STATUS
044400         MOVE 8 TO RETURN-CODE
044500     END-IF
044600     PERFORM H300-CLOSE-FILES.
044700     STOP RUN.
044800 H999-END. EXIT.
