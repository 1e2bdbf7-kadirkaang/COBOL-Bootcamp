000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEC015.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. AGING REPORT OVER THE
001300*                  MAKER-CHECKER QUEUE FBEM005 LEAVES ON PENDFILE,
001400*                  ON THE SAME LINES AS THE FBEC010 REJECT AGING
001500*                  REPORT. EVERY CHANGE STILL AWAITING A
001600*                  SUPERVISOR PRINTS WITH ITS HOLD STAMP, HOLD
001700*                  REASON, THE PERSON'S KEY AND NAME OUT OF THE
001800*                  BEFORE-IMAGE, THE REQUESTING CLERK AND THE
001900*                  NUMBER OF DAYS IT HAS WAITED; ANYTHING WAITING
002000*                  PAST THE CTLCARD THRESHOLD (THREE DAYS WHEN NO
002100*                  CARD IS SUPPLIED) IS FLAGGED AND THE RUN ENDS
002200*                  WITH RETURN-CODE 8, SO NOTHING SITS UNAPPROVED
002300*                  UNNOTICED. CHECKS IN WITH THE FBEN005 NIGHTLY
002400*                  CYCLE CONTROL BEHIND FBEM005.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PEND-FILE  ASSIGN  TO  PENDFILE
003000                       STATUS      PEND-ST.
003100     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
003200                       STATUS      CTL-ST.
003300     SELECT PAGE-RPT   ASSIGN  TO  PAGERPT
003400                       STATUS      RPT-ST.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PEND-FILE RECORDING MODE F.
003800     COPY PENDFLD.
003900*
004000 FD  CTL-CARD RECORDING MODE F.
004100 01  CTL-RECORD.
004200     05  CTL-AGE-DAYS        PIC 9(03).
004300*
004400 FD  PAGE-RPT RECORDING MODE F.
004500 01  PAGE-DETAIL-REC.
004600     05  RP-DATE             PIC 9(08).
004700     05  FILLER              PIC X(01).
004800     05  RP-SEQ-NO           PIC 9(07).
004900     05  FILLER              PIC X(01).
005000     05  RP-CODE             PIC X(04).
005100     05  FILLER              PIC X(01).
005200     05  RP-PERS-SEQ         PIC X(04).
005300     05  FILLER              PIC X(01).
005400     05  RP-AD               PIC X(15).
005500     05  FILLER              PIC X(01).
005600     05  RP-SOYAD            PIC X(15).
005700     05  FILLER              PIC X(01).
005800     05  RP-REQUESTER        PIC X(08).
005900     05  RP-LIT              PIC X(05).
006000     05  RP-DAYS             PIC ZZZ9.
006100     05  FILLER              PIC X(01).
006200     05  RP-FLAG             PIC X(03).
006300 01  PAGE-TOTAL-REC.
006400     05  FILLER              PIC X(04).
006500     05  PT-LIT              PIC X(30).
006600     05  PT-COUNT            PIC ZZZZZZ9.
006700     05  FILLER              PIC X(39).
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-WORK-AREA.
007100     05  PEND-ST             PIC 9(02).
007200         88  PEND-EOF                   VALUE 10.
007300         88  PEND-SUCCESS               VALUE 00 97.
007400     05  CTL-ST              PIC 9(02).
007500         88  CTL-SUCCESS                VALUE 00 97.
007600         88  CTL-NOT-FOUND              VALUE 05.
007700         88  CTL-EOF                    VALUE 10.
007800     05  RPT-ST              PIC 9(02).
007900         88  RPT-SUCCESS                VALUE 00 97.
008000*----------------------------------------------------------------
008100* THE HELD BEFORE-IMAGE MAPPED BACK ONTO THE ACCTFLD LAYOUT SO THE
008200* PERSON'S KEY AND NAME CAN BE PRINTED
008300*----------------------------------------------------------------
008400     COPY ACCTFLD REPLACING
008500         ==01 ACCT-FIELDS==     BY ==01 WBF-FIELDS==
008600         ==05 ACCT-SEQ==        BY ==05 WBF-SEQ==
008700         ==05 ACCT-AD==         BY ==05 WBF-AD==
008800         ==05 ACCT-SOYAD==      BY ==05 WBF-SOYAD==
008900         ==05 ACCT-DTAR==       BY ==05 WBF-DTAR==
009000         ==05 ACCT-TODAY==      BY ==05 WBF-TODAY==
009100         ==05 ACCT-NATL-ID==    BY ==05 WBF-NATL-ID==
009200         ==05 ACCT-DEPT-CODE==
009300             BY ==05 WBF-DEPT-CODE==
009400         ==05 ACCT-ADDR==       BY ==05 WBF-ADDR==
009500         ==10 ACCT-ADDR-LINE1==
009600             BY ==10 WBF-ADDR-LINE1==
009700         ==10 ACCT-ADDR-LINE2==
009800             BY ==10 WBF-ADDR-LINE2==
009900         ==10 ACCT-ADDR-CITY==
010000             BY ==10 WBF-ADDR-CITY==
010100         ==10 ACCT-ADDR-POSTAL==
010200             BY ==10 WBF-ADDR-POSTAL==.
010300*----------------------------------------------------------------
010400* AGE ARITHMETIC AND THE THRESHOLD. A HOLD STAMP THAT DOES NOT
010500* PARSE AS A DATE COUNTS AS AGED SO IT IS FLAGGED, NOT HIDDEN
010600*----------------------------------------------------------------
010700 01  WS-AGE-DAYS             PIC 9(03) VALUE 3.
010800 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
010900 01  WS-DAYS-WAITING         PIC S9(05) COMP VALUE 0.
011000 01  WS-STAMP-OK-SW          PIC X(01).
011100     88  WS-STAMP-OK                 VALUE 'Y'.
011200 01  WS-HELD-COUNT           PIC 9(07) COMP VALUE 0.
011300 01  WS-AGED-COUNT           PIC 9(07) COMP VALUE 0.
011400*----------------------------------------------------------------
011500* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
011600* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE
011700*----------------------------------------------------------------
011800     COPY CYCREQ.
011900 01  WS-ABEND-INFO.
012000     05  WS-ABEND-FILE       PIC X(08).
012100     05  WS-ABEND-STATUS     PIC X(02).
012200*----------------------------------------------------------------
012300 PROCEDURE DIVISION.
012400*----------------------------------------------------------------
012500* 0000-MAIN - PRINT ONE AGING LINE PER HELD CHANGE AND THE RUN
012600*             TOTALS
012700*----------------------------------------------------------------
012800 0000-MAIN.
012900     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
013000     PERFORM H100-OPEN-FILES.
013100     PERFORM H200-PROCESS THRU H200-END UNTIL PEND-EOF.
013200     PERFORM H999-PROGRAM-EXIT.
013300*----------------------------------------------------------------
013400* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
013500*                         FBEM005 MUST HAVE COMPLETED FOR THE
013600*                         BUSINESS DATE AND THIS STEP MUST NOT,
013700*                         OR THE RUN ENDS WITH THE RETURN-CODE
013800*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
013900*----------------------------------------------------------------
014000 H050-BEGIN-CYCLE-STEP.
014100     MOVE 'B'        TO CYC-FUNCTION
014200     MOVE 'FBEC015 ' TO CYC-STEP
014300     CALL 'FBEN005' USING CYC-REQUEST
014400     IF NOT CYC-GO
014500         DISPLAY '*** FBEC015 *** REFUSED BY CYCLE CONTROL'
014600         MOVE CYC-REPLY-RC TO RETURN-CODE
014700         STOP RUN
014800     END-IF
014900 H050-END. EXIT.
015000*----------------------------------------------------------------
015100* H100-OPEN-FILES - OPEN THE QUEUE AND THE REPORT, PICK UP THE
015200*                   OPTIONAL THRESHOLD CARD, SET THE RUN DATE AND
015300*                   PRIME THE QUEUE READ
015400*----------------------------------------------------------------
015500 H100-OPEN-FILES.
015600     OPEN INPUT  PEND-FILE.
015700     IF NOT PEND-SUCCESS
015800         MOVE 'PENDFILE' TO WS-ABEND-FILE
015900         MOVE PEND-ST    TO WS-ABEND-STATUS
016000         PERFORM H910-ABEND-RTN
016100     END-IF
016200     OPEN OUTPUT PAGE-RPT.
016300     IF NOT RPT-SUCCESS
016400         MOVE 'PAGERPT' TO WS-ABEND-FILE
016500         MOVE RPT-ST    TO WS-ABEND-STATUS
016600         PERFORM H910-ABEND-RTN
016700     END-IF
016800     PERFORM H105-READ-CTL-CARD
016900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
017000     READ PEND-FILE.
017100     PERFORM H920-CHECK-PEND-STATUS
017200 H100-END. EXIT.
017300*----------------------------------------------------------------
017400* H105-READ-CTL-CARD - PICK UP THE OPTIONAL THRESHOLD CARD. NO
017500*                      CARD LEAVES THE THREE-DAY DEFAULT
017600*----------------------------------------------------------------
017700 H105-READ-CTL-CARD.
017800     OPEN INPUT CTL-CARD.
017900     IF CTL-SUCCESS
018000         READ CTL-CARD
018100         IF CTL-SUCCESS
018200             IF CTL-AGE-DAYS NUMERIC AND CTL-AGE-DAYS > 0
018300                 MOVE CTL-AGE-DAYS TO WS-AGE-DAYS
018400             END-IF
018500         ELSE
018600             IF NOT CTL-EOF
018700                 MOVE 'CTLCARD' TO WS-ABEND-FILE
018800                 MOVE CTL-ST    TO WS-ABEND-STATUS
018900                 PERFORM H910-ABEND-RTN
019000             END-IF
019100         END-IF
019200         CLOSE CTL-CARD
019300     ELSE
019400         IF NOT CTL-NOT-FOUND
019500             MOVE 'CTLCARD' TO WS-ABEND-FILE
019600             MOVE CTL-ST    TO WS-ABEND-STATUS
019700             PERFORM H910-ABEND-RTN
019800         END-IF
019900     END-IF
020000 H105-END. EXIT.
020100*----------------------------------------------------------------
020200* H200-PROCESS - PRINT ONE HELD CHANGE'S AGING LINE AND READ THE
020300*                NEXT ONE
020400*----------------------------------------------------------------
020500 H200-PROCESS.
020600     ADD 1 TO WS-HELD-COUNT
020700     PERFORM H210-COMPUTE-AGE THRU H210-END
020800     MOVE PEND-BEFORE-IMAGE TO WBF-FIELDS
020900     MOVE SPACES            TO PAGE-DETAIL-REC
021000     MOVE PEND-HOLD-DATE    TO RP-DATE
021100     MOVE PEND-HOLD-SEQ     TO RP-SEQ-NO
021200     MOVE PEND-REASON-CODE  TO RP-CODE
021300     MOVE PEND-SEQ          TO RP-PERS-SEQ
021400     MOVE WBF-AD            TO RP-AD
021500     MOVE WBF-SOYAD         TO RP-SOYAD
021600     MOVE PEND-REQUESTER    TO RP-REQUESTER
021700     MOVE ' DAYS'           TO RP-LIT
021800     MOVE WS-DAYS-WAITING   TO RP-DAYS
021900     IF WS-DAYS-WAITING > WS-AGE-DAYS OR NOT WS-STAMP-OK
022000         MOVE '***' TO RP-FLAG
022100         ADD 1 TO WS-AGED-COUNT
022200     END-IF
022300     WRITE PAGE-DETAIL-REC
022400     PERFORM H921-CHECK-RPT-STATUS
022500     READ PEND-FILE.
022600     PERFORM H920-CHECK-PEND-STATUS
022700 H200-END. EXIT.
022800*----------------------------------------------------------------
022900* H210-COMPUTE-AGE - DAYS BETWEEN THE HOLD'S RUN-DATE STAMP AND
023000*                    TODAY, VIA INTEGER-OF-DATE. A STAMP THAT DOES
023100*                    NOT PARSE LEAVES ZERO DAYS BUT MARKS THE LINE
023200*                    FOR FLAGGING
023300*----------------------------------------------------------------
023400 H210-COMPUTE-AGE.
023500     MOVE 'Y' TO WS-STAMP-OK-SW
023600     MOVE 0   TO WS-DAYS-WAITING
023700     IF PEND-HOLD-DATE NOT NUMERIC OR PEND-HOLD-DATE = 0
023800         MOVE 'N' TO WS-STAMP-OK-SW
023900         GO TO H210-END
024000     END-IF
024100     COMPUTE WS-DAYS-WAITING =
024200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
024300       - FUNCTION INTEGER-OF-DATE(PEND-HOLD-DATE)
024400     IF WS-DAYS-WAITING < 0
024500         MOVE 0   TO WS-DAYS-WAITING
024600         MOVE 'N' TO WS-STAMP-OK-SW
024700     END-IF
024800 H210-END. EXIT.
024900*----------------------------------------------------------------
025000* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
025100*----------------------------------------------------------------
025200 H300-CLOSE-FILES.
025300     CLOSE PEND-FILE.
025400     CLOSE PAGE-RPT.
025500     PERFORM H310-END-CYCLE-STEP THRU H310-END
025600 H300-END. EXIT.
025700*----------------------------------------------------------------
025800* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
025900*                       WITH ITS RETURN-CODE AND RECORD COUNTS
026000*----------------------------------------------------------------
026100 H310-END-CYCLE-STEP.
026200     MOVE 'E'             TO CYC-FUNCTION
026300     MOVE RETURN-CODE     TO CYC-RC
026400     MOVE WS-HELD-COUNT   TO CYC-READ-COUNT
026500     MOVE WS-HELD-COUNT   TO CYC-WRITE-COUNT
026600     MOVE WS-AGED-COUNT   TO CYC-EXCP-COUNT
026700     CALL 'FBEN005' USING CYC-REQUEST
026800     MOVE CYC-RC          TO RETURN-CODE.
026900 H310-END. EXIT.
027000*----------------------------------------------------------------
027100* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
027200*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
027300*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
027400*----------------------------------------------------------------
027500 H910-ABEND-RTN.
027600     DISPLAY '*** FBEC015 ABEND *** FILE=' WS-ABEND-FILE
027700             ' STATUS=' WS-ABEND-STATUS
027800     MOVE 16 TO RETURN-CODE
027900     PERFORM H300-CLOSE-FILES
028000     STOP RUN.
028100 H910-END. EXIT.
028200*----------------------------------------------------------------
028300* H920-CHECK-PEND-STATUS - COMMON PENDFILE FILE-STATUS CHECK
028400*----------------------------------------------------------------
028500 H920-CHECK-PEND-STATUS.
028600     IF NOT PEND-EOF AND NOT PEND-SUCCESS
028700         MOVE 'PENDFILE' TO WS-ABEND-FILE
028800         MOVE PEND-ST    TO WS-ABEND-STATUS
028900         PERFORM H910-ABEND-RTN
029000     END-IF
029100 H920-END. EXIT.
029200*----------------------------------------------------------------
029300* H921-CHECK-RPT-STATUS - COMMON PAGERPT FILE-STATUS CHECK
029400*----------------------------------------------------------------
029500 H921-CHECK-RPT-STATUS.
029600     IF NOT RPT-SUCCESS
029700         MOVE 'PAGERPT' TO WS-ABEND-FILE
029800         MOVE RPT-ST    TO WS-ABEND-STATUS
029900         PERFORM H910-ABEND-RTN
030000     END-IF
030100 H921-END. EXIT.
030200*----------------------------------------------------------------
030300* H999-PROGRAM-EXIT - PRINT THE RUN TOTALS, CLOSE UP AND END. ANY
030400*                     CHANGE WAITING PAST THE THRESHOLD ENDS THE
030500*                     RUN WITH RETURN-CODE 8 SO IT IS CHASED
030600*----------------------------------------------------------------
030700 H999-PROGRAM-EXIT.
030800     MOVE SPACES                  TO PAGE-TOTAL-REC
030900     MOVE 'CHANGES AWAITING....:'  TO PT-LIT
031000     MOVE WS-HELD-COUNT           TO PT-COUNT
031100     WRITE PAGE-TOTAL-REC.
031200     PERFORM H921-CHECK-RPT-STATUS
031300     MOVE SPACES                  TO PAGE-TOTAL-REC
031400     MOVE 'OVER THE THRESHOLD..:'  TO PT-LIT
031500     MOVE WS-AGED-COUNT           TO PT-COUNT
031600     WRITE PAGE-TOTAL-REC.
031700     PERFORM H921-CHECK-RPT-STATUS
031800     IF WS-AGED-COUNT > 0
031900         MOVE 8 TO RETURN-CODE
032000     END-IF
032100     PERFORM H300-CLOSE-FILES.
032200     STOP RUN.
