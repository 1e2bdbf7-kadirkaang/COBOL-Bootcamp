000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEM015.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. ONE-TRANSACTION-AT-A-TIME
001300*                  FETCH/UPDATE/INSERT/DELETE MAINTENANCE OF A
001400*                  SINGLE POSTMST POSTAL REFERENCE RECORD BY
001500*                  POSTCODE, IN THE SAME SHAPE AS THE FBEM010
001600*                  MAINTENANCE OF DEPTMST. AN UPDATE OR INSERT
001700*                  WITHOUT A CITY IS REFUSED (NO CITY), AND A
001800*                  DELETE IS REFUSED WHILE ACCTREC RECORDS STILL
001900*                  CARRY THE POSTCODE (IN USE, WITH THE NUMBER OF
002000*                  RECORDS). RESULTS ARE LOGGED TO PMNTRPT, ONE
002100*                  LINE PER TRANSACTION. THE RUN TAKES THE FBEK005
002200*                  RUN-CONTROL LOCK AS AN ACCTREC READER.
002211* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002222*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002233*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002244*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002255*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002266*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002277*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002288*                  ITS PLACE.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PTRN-FILE  ASSIGN  TO  PTRNFILE
002800                       STATUS      PTRN-ST.
002900     SELECT POST-MST   ASSIGN  TO  POSTMST
003000                       ORGANIZATION INDEXED
003100                       ACCESS MODE  DYNAMIC
003200                       RECORD KEY   POST-CODE
003300                       STATUS      POST-ST.
003400     SELECT PMNT-RPT   ASSIGN  TO  PMNTRPT
003500                       STATUS      RPT-ST.
003600     SELECT OPTIONAL ACCT-REC ASSIGN TO ACCTREC
003700                       ORGANIZATION INDEXED
003800                       ACCESS MODE  DYNAMIC
003900                       RECORD KEY   ACCT-SEQ
004000                       STATUS      ACCT-ST.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PTRN-FILE RECORDING MODE F.
004400 01  PTRN-RECORD.
004500     05  PTRN-FUNCTION       PIC X(01).
004600         88  PTRN-FETCH                 VALUE 'F'.
004700         88  PTRN-UPDATE                VALUE 'U'.
004800         88  PTRN-INSERT                VALUE 'I'.
004900         88  PTRN-DELETE                VALUE 'D'.
005000     COPY POSTFLD REPLACING
005100         ==01 POST-FIELDS==     BY ==05 PTRN-FIELDS==
005200         ==05 POST-CODE==       BY ==10 PTRN-CODE==
005300         ==05 POST-CITY==       BY ==10 PTRN-CITY==.
005400*
005500 FD  POST-MST RECORDING MODE F.
005600     COPY POSTFLD.
005700*
005800 FD  PMNT-RPT RECORDING MODE F.
005900 01  PMNT-LINE.
006000     05  PMNT-FUNCTION       PIC X(01).
006100     05  FILLER              PIC X(01).
006200     05  PMNT-CODE           PIC X(05).
006300     05  FILLER              PIC X(01).
006400     05  PMNT-RESULT         PIC X(09).
006500     05  FILLER              PIC X(01).
006600     05  PMNT-CITY           PIC X(15).
006700     05  PMNT-LIT            PIC X(09).
006800     05  PMNT-IN-USE         PIC ZZZZ9.
006900     05  FILLER              PIC X(33).
007000*
007100 FD  ACCT-REC RECORDING MODE F.
007200     COPY ACCTFLD.
007300*
007400 WORKING-STORAGE SECTION.
007500 01  WS-WORK-AREA.
007600     05  PTRN-ST             PIC 9(02).
007700         88  PTRN-EOF                   VALUE 10.
007800         88  PTRN-SUCCESS               VALUE 00 97.
007900     05  POST-ST             PIC 9(02).
008000         88  POST-SUCCESS               VALUE 00 97.
008100         88  POST-NOT-FOUND             VALUE 23.
008200         88  POST-DUPLICATE             VALUE 22.
008300     05  RPT-ST              PIC 9(02).
008400         88  RPT-SUCCESS                VALUE 00 97.
008500     05  ACCT-ST             PIC 9(02).
008600         88  ACCT-EOF                   VALUE 10 23.
008700         88  ACCT-SUCCESS               VALUE 00 97.
008800         88  ACCT-NOT-FOUND             VALUE 05.
008900 01  WS-USE-COUNT            PIC 9(07) COMP VALUE 0.
009000 01  WS-ACCT-PRESENT-SW      PIC X(01) VALUE 'N'.
009100     88  WS-ACCT-PRESENT             VALUE 'Y'.
009200*----------------------------------------------------------------
009300* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
009400* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
009500*----------------------------------------------------------------
009600     COPY LOKREQ.
009611*----------------------------------------------------------------
009622* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
009633* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
009644* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
009655* THEIRS
009666*----------------------------------------------------------------
009677     COPY CYCREQ.
009688 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
009700 01  WS-ABEND-INFO.
009800     05  WS-ABEND-FILE       PIC X(08).
009900     05  WS-ABEND-STATUS     PIC X(02).
010000*----------------------------------------------------------------
010100 PROCEDURE DIVISION.
010200*----------------------------------------------------------------
010300* 0000-MAIN - APPLY EACH PTRNFILE TRANSACTION TO POSTMST
010400*----------------------------------------------------------------
010500 0000-MAIN.
010550     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
010600     PERFORM H100-OPEN-FILES.
010700     PERFORM H200-PROCESS THRU H200-END UNTIL PTRN-EOF.
010800     PERFORM H999-PROGRAM-EXIT.
010805*----------------------------------------------------------------
010810* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
010815*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
010820*                         AND WAITS ON NO OTHER STEP, BUT A
010825*                         REFUSAL STILL ENDS THE RUN WITH THE
010830*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
010835*                         ANYTHING OPENS
010840*----------------------------------------------------------------
010845 H050-BEGIN-CYCLE-STEP.
010850     MOVE 'B'        TO CYC-FUNCTION
010855     MOVE 'FBEM015 ' TO CYC-STEP
010860     CALL 'FBEN005' USING CYC-REQUEST
010865     IF NOT CYC-GO
010870         DISPLAY '*** FBEM015 *** REFUSED BY CYCLE CONTROL'
010875         MOVE CYC-REPLY-RC TO RETURN-CODE
010880         STOP RUN
010885     END-IF
010890 H050-END. EXIT.
010900*----------------------------------------------------------------
011000* H100-OPEN-FILES - OPEN THE TRANSACTION INPUT, THE MASTER FILE
011100*                   FOR RANDOM UPDATE, AND THE RESULT REPORT
011200*----------------------------------------------------------------
011300 H100-OPEN-FILES.
011400*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
011500*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
011600     MOVE 'S'        TO LOK-FUNCTION
011700     MOVE 'FBEM015 ' TO LOK-PGM-NAME
011800     CALL 'FBEK005' USING LOK-REQUEST
011900     IF LOK-BUSY
012000         DISPLAY '*** FBEM015 *** ACCTREC HELD BY ANOTHER RUN'
012100         MOVE 12 TO RETURN-CODE
012150         PERFORM H310-END-CYCLE-STEP THRU H310-END
012200         STOP RUN
012300     END-IF
012400     OPEN INPUT  PTRN-FILE.
012500     IF NOT PTRN-SUCCESS
012600         MOVE 'PTRNFILE' TO WS-ABEND-FILE
012700         MOVE PTRN-ST    TO WS-ABEND-STATUS
012800         PERFORM H910-ABEND-RTN
012900     END-IF
013000     OPEN I-O    POST-MST.
013100     IF NOT POST-SUCCESS
013200         MOVE 'POSTMST' TO WS-ABEND-FILE
013300         MOVE POST-ST   TO WS-ABEND-STATUS
013400         PERFORM H910-ABEND-RTN
013500     END-IF
013600     OPEN OUTPUT PMNT-RPT.
013700     IF NOT RPT-SUCCESS
013800         MOVE 'PMNTRPT' TO WS-ABEND-FILE
013900         MOVE RPT-ST     TO WS-ABEND-STATUS
014000         PERFORM H910-ABEND-RTN
014100     END-IF
014200*    ACCTREC IS ONLY SWEPT TO PROVE A DELETE TARGET UNUSED.
014300*    STATUS 05 IS THE OPTIONAL FILE NOT BEING THERE YET (A FRESH
014400*    SYSTEM WITH NO PERSONNEL RECORDS), WHICH COUNTS AS NOTHING
014500*    IN USE, NOT AN ERROR
014600     OPEN INPUT  ACCT-REC.
014700     IF ACCT-SUCCESS
014800         MOVE 'Y' TO WS-ACCT-PRESENT-SW
014900     ELSE
015000         IF NOT ACCT-NOT-FOUND
015100             MOVE 'ACCTREC' TO WS-ABEND-FILE
015200             MOVE ACCT-ST   TO WS-ABEND-STATUS
015300             PERFORM H910-ABEND-RTN
015400         END-IF
015500     END-IF
015600     READ PTRN-FILE.
015700     PERFORM H920-CHECK-PTRN-STATUS
015800 H100-END. EXIT.
015900*----------------------------------------------------------------
016000* H200-PROCESS - APPLY ONE TRANSACTION AND READ THE NEXT ONE
016100*----------------------------------------------------------------
016200 H200-PROCESS.
016300     EVALUATE TRUE
016400         WHEN PTRN-FETCH
016500             PERFORM H210-FETCH THRU H210-END
016600         WHEN PTRN-UPDATE
016700             PERFORM H220-UPDATE THRU H220-END
016800         WHEN PTRN-INSERT
016900             PERFORM H230-INSERT THRU H230-END
017000         WHEN PTRN-DELETE
017100             PERFORM H250-DELETE THRU H250-END
017200         WHEN OTHER
017300             PERFORM H240-BAD-FUNCTION THRU H240-END
017400     END-EVALUATE
017500     WRITE PMNT-LINE.
017600     PERFORM H921-CHECK-RPT-STATUS
017700     READ PTRN-FILE.
017800     PERFORM H920-CHECK-PTRN-STATUS
017900 H200-END. EXIT.
018000*----------------------------------------------------------------
018100* H210-FETCH - LOOK UP ONE POSTMST RECORD BY KEY AND REPORT IT
018200*----------------------------------------------------------------
018300 H210-FETCH.
018400     MOVE SPACES         TO PMNT-LINE
018500     MOVE PTRN-FUNCTION  TO PMNT-FUNCTION
018600     MOVE PTRN-CODE      TO PMNT-CODE POST-CODE
018700     READ POST-MST
018800         INVALID KEY
018900             MOVE 'NOT FOUND' TO PMNT-RESULT
019000         NOT INVALID KEY
019100             MOVE 'FETCHED'   TO PMNT-RESULT
019200             MOVE POST-CITY   TO PMNT-CITY
019300     END-READ
019400     PERFORM H922-CHECK-POST-STATUS
019500 H210-END. EXIT.
019600*----------------------------------------------------------------
019700* H220-UPDATE - REWRITE ONE POSTMST RECORD WITH THE TRANSACTION'S
019800*               CITY. A POSTCODE MUST ALWAYS NAME ITS CITY, SO A
019900*               BLANK CITY IS REFUSED
020000*----------------------------------------------------------------
020100 H220-UPDATE.
020200     MOVE SPACES         TO PMNT-LINE
020300     MOVE PTRN-FUNCTION  TO PMNT-FUNCTION
020400     MOVE PTRN-CODE      TO PMNT-CODE
020500     IF PTRN-CITY = SPACES
020600         MOVE 'NO CITY'  TO PMNT-RESULT
020700         GO TO H220-END
020800     END-IF
020900     MOVE PTRN-CODE      TO POST-CODE
021000     READ POST-MST
021100         INVALID KEY
021200             MOVE 'NOT FOUND' TO PMNT-RESULT
021300         NOT INVALID KEY
021400             MOVE PTRN-CITY   TO POST-CITY
021500             REWRITE POST-FIELDS
021600             MOVE 'UPDATED'   TO PMNT-RESULT
021700             MOVE POST-CITY   TO PMNT-CITY
021800     END-READ
021900     PERFORM H922-CHECK-POST-STATUS
022000 H220-END. EXIT.
022100*----------------------------------------------------------------
022200* H230-INSERT - ADD A NEW POSTMST RECORD FOR A POSTCODE THAT DOES
022300*               NOT EXIST YET. A BLANK CITY IS REFUSED
022400*----------------------------------------------------------------
022500 H230-INSERT.
022600     MOVE SPACES           TO PMNT-LINE
022700     MOVE PTRN-FUNCTION    TO PMNT-FUNCTION
022800     MOVE PTRN-CODE        TO PMNT-CODE
022900     IF PTRN-CITY = SPACES
023000         MOVE 'NO CITY'    TO PMNT-RESULT
023100         GO TO H230-END
023200     END-IF
023300     MOVE PTRN-CODE        TO POST-CODE
023400     MOVE PTRN-CITY        TO POST-CITY
023500     WRITE POST-FIELDS
023600         INVALID KEY
023700             MOVE 'DUPLICATE' TO PMNT-RESULT
023800         NOT INVALID KEY
023900             MOVE 'INSERTED'  TO PMNT-RESULT
024000             MOVE POST-CITY   TO PMNT-CITY
024100     END-WRITE
024200     PERFORM H922-CHECK-POST-STATUS
024300 H230-END. EXIT.
024400*----------------------------------------------------------------
024500* H250-DELETE - REMOVE ONE POSTMST RECORD BY KEY, BUT ONLY ONCE NO
024600*               ACCTREC RECORD CARRIES THE POSTCODE ANY MORE. AN
024700*               IN-USE CODE LOGS IN USE WITH THE NUMBER OF RECORDS
024800*               STILL POINTING AT IT AND IS LEFT ALONE
024900*----------------------------------------------------------------
025000 H250-DELETE.
025100     MOVE SPACES         TO PMNT-LINE
025200     MOVE PTRN-FUNCTION  TO PMNT-FUNCTION
025300     MOVE PTRN-CODE      TO PMNT-CODE POST-CODE
025400     READ POST-MST
025500         INVALID KEY
025600             MOVE 'NOT FOUND' TO PMNT-RESULT
025700         NOT INVALID KEY
025800             PERFORM H260-COUNT-ACCT-USE THRU H260-END
025900             IF WS-USE-COUNT > 0
026000                 MOVE 'IN USE'    TO PMNT-RESULT
026100                 MOVE POST-CITY   TO PMNT-CITY
026200                 MOVE ' RECORDS=' TO PMNT-LIT
026300                 MOVE WS-USE-COUNT TO PMNT-IN-USE
026400             ELSE
026500                 DELETE POST-MST RECORD
026600                 MOVE 'DELETED'   TO PMNT-RESULT
026700                 MOVE POST-CITY   TO PMNT-CITY
026800             END-IF
026900     END-READ
027000     PERFORM H922-CHECK-POST-STATUS
027100 H250-END. EXIT.
027200*----------------------------------------------------------------
027300* H260-COUNT-ACCT-USE - SWEEP THE WHOLE ACCTREC MASTER AND COUNT
027400*                       HOW MANY RECORDS STILL CARRY THE DELETE
027500*                       TARGET'S POSTCODE ON ACCT-ADDR-POSTAL. NO
027600*                       ACCTREC ON THE SYSTEM COUNTS AS ZERO
027700*----------------------------------------------------------------
027800 H260-COUNT-ACCT-USE.
027900     MOVE 0 TO WS-USE-COUNT
028000     IF NOT WS-ACCT-PRESENT
028100         GO TO H260-END
028200     END-IF
028300     MOVE LOW-VALUES TO ACCT-SEQ
028400     START ACCT-REC KEY NOT < ACCT-SEQ.
028500     PERFORM H923-CHECK-ACCT-STATUS
028600     IF ACCT-EOF
028700         GO TO H260-END
028800     END-IF
028900     READ ACCT-REC NEXT.
029000     PERFORM H923-CHECK-ACCT-STATUS
029100     PERFORM H265-COUNT-ONE-ACCT THRU H265-END UNTIL ACCT-EOF
029200 H260-END. EXIT.
029300*----------------------------------------------------------------
029400* H265-COUNT-ONE-ACCT - TALLY ONE ACCTREC RECORD AGAINST THE
029500*                       DELETE TARGET'S POSTCODE AND READ THE NEXT
029600*----------------------------------------------------------------
029700 H265-COUNT-ONE-ACCT.
029800     IF ACCT-ADDR-POSTAL = PTRN-CODE
029900         ADD 1 TO WS-USE-COUNT
030000     END-IF
030100     READ ACCT-REC NEXT.
030200     PERFORM H923-CHECK-ACCT-STATUS
030300 H265-END. EXIT.
030400*----------------------------------------------------------------
030500* H240-BAD-FUNCTION - THE TRANSACTION DID NOT CARRY F, U, I OR D
030600*----------------------------------------------------------------
030700 H240-BAD-FUNCTION.
030800     MOVE SPACES         TO PMNT-LINE
030900     MOVE PTRN-FUNCTION  TO PMNT-FUNCTION
031000     MOVE PTRN-CODE      TO PMNT-CODE
031100     MOVE 'BAD FUNC' TO PMNT-RESULT
031200 H240-END. EXIT.
031300*----------------------------------------------------------------
031400* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
031500*----------------------------------------------------------------
031600 H300-CLOSE-FILES.
031625*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
031650*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
031675     MOVE RETURN-CODE TO WS-SAVE-RC
031700     CLOSE PTRN-FILE.
031800     CLOSE POST-MST.
031900     CLOSE PMNT-RPT.
032000     CLOSE ACCT-REC.
032050     PERFORM H310-END-CYCLE-STEP THRU H310-END
032100     MOVE 'D' TO LOK-FUNCTION
032200     CALL 'FBEK005' USING LOK-REQUEST
032250     MOVE WS-SAVE-RC TO RETURN-CODE.
032300 H300-END. EXIT.
032307*----------------------------------------------------------------
032314* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
032321*                       RETURN-CODE AND RECORD COUNTS
032328*----------------------------------------------------------------
032335 H310-END-CYCLE-STEP.
032342     MOVE 'E'             TO CYC-FUNCTION
032349     MOVE RETURN-CODE     TO CYC-RC
032356     MOVE 0               TO CYC-READ-COUNT
032363     MOVE 0               TO CYC-WRITE-COUNT
032370     MOVE 0               TO CYC-EXCP-COUNT
032377     CALL 'FBEN005' USING CYC-REQUEST
032384     MOVE CYC-RC          TO RETURN-CODE.
032391 H310-END. EXIT.
032400*----------------------------------------------------------------
032500* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
032600*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
032700*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
032800*----------------------------------------------------------------
032900 H910-ABEND-RTN.
033000     DISPLAY '*** FBEM015 ABEND *** FILE=' WS-ABEND-FILE
033100             ' STATUS=' WS-ABEND-STATUS
033200     MOVE 16 TO RETURN-CODE
033300     PERFORM H300-CLOSE-FILES
033400     STOP RUN.
033500 H910-END. EXIT.
033600*----------------------------------------------------------------
033700* H920-CHECK-PTRN-STATUS - COMMON PTRNFILE FILE-STATUS CHECK
033800*----------------------------------------------------------------
033900 H920-CHECK-PTRN-STATUS.
034000     IF NOT PTRN-EOF AND NOT PTRN-SUCCESS
034100         MOVE 'PTRNFILE' TO WS-ABEND-FILE
034200         MOVE PTRN-ST    TO WS-ABEND-STATUS
034300         PERFORM H910-ABEND-RTN
034400     END-IF
034500 H920-END. EXIT.
034600*----------------------------------------------------------------
034700* H921-CHECK-RPT-STATUS - COMMON PMNTRPT FILE-STATUS CHECK
034800*----------------------------------------------------------------
034900 H921-CHECK-RPT-STATUS.
035000     IF NOT RPT-SUCCESS
035100         MOVE 'PMNTRPT' TO WS-ABEND-FILE
035200         MOVE RPT-ST     TO WS-ABEND-STATUS
035300         PERFORM H910-ABEND-RTN
035400     END-IF
035500 H921-END. EXIT.
035600*----------------------------------------------------------------
035700* H922-CHECK-POST-STATUS - COMMON POSTMST FILE-STATUS CHECK,
035800*                          SHARED BY EVERY RANDOM READ/REWRITE/
035900*                          WRITE/DELETE AGAINST POSTMST. NOT
036000*                          FOUND (23) AND DUPLICATE (22) ARE
036100*                          EXPECTED OUTCOMES OF NORMAL
036200*                          MAINTENANCE, NOT ERRORS
036300*----------------------------------------------------------------
036400 H922-CHECK-POST-STATUS.
036500     IF NOT POST-SUCCESS AND NOT POST-NOT-FOUND
036600                          AND NOT POST-DUPLICATE
036700         MOVE 'POSTMST' TO WS-ABEND-FILE
036800         MOVE POST-ST   TO WS-ABEND-STATUS
036900         PERFORM H910-ABEND-RTN
037000     END-IF
037100 H922-END. EXIT.
037200*----------------------------------------------------------------
037300* H923-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK FOR
037400*                          THE IN-USE SWEEP. END OF FILE (10) AND
037500*                          AN EMPTY KEY RANGE ON START (23) BOTH
037600*                          JUST END THE SWEEP
037700*----------------------------------------------------------------
037800 H923-CHECK-ACCT-STATUS.
037900     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
038000         MOVE 'ACCTREC' TO WS-ABEND-FILE
038100         MOVE ACCT-ST   TO WS-ABEND-STATUS
038200         PERFORM H910-ABEND-RTN
038300     END-IF
038400 H923-END. EXIT.
038500*----------------------------------------------------------------
038600* H999-PROGRAM-EXIT - CLOSE UP AND END THE RUN
038700*----------------------------------------------------------------
038800 H999-PROGRAM-EXIT.
038900     PERFORM H300-CLOSE-FILES.
039000     STOP RUN.
039100 H999-END. EXIT.
