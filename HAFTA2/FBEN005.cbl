000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEN005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. NIGHTLY CYCLE CONTROL, CALLED
001300*                  WITH THE CYCREQ AREA BY EVERY SCHEDULED BATCH
001400*                  STEP AT START-UP AND AGAIN AT CLOSE. CYCFILE
001500*                  (CREATED EMPTY ON FIRST USE) HOLDS ONE RECORD
001600*                  PER STEP PER BUSINESS DATE. AT START-UP A STEP
001700*                  IS LET IN ONLY WHEN EVERY PREREQUISITE NAMED
001800*                  FOR IT ON THE CYCSTEP SCHEDULE HAS COMPLETED
001900*                  FOR THE SAME BUSINESS DATE WITHIN ITS ALLOWED
002000*                  RETURN-CODE, AND THE STEP ITSELF HAS NOT
002100*                  ALREADY COMPLETED FOR THAT DATE; OTHERWISE THE
002200*                  CALLER IS TOLD TO END WITH RETURN-CODE 20 (OUT
002300*                  OF SEQUENCE) OR 24 (ALREADY RUN). A STEP THAT
002400*                  FAILED OR NEVER FINISHED MAY SIMPLY BE RUN
002500*                  AGAIN. THE OPTIONAL CYCCARD SETS THE BUSINESS
002600*                  DATE (THE RUN DATE WHEN ABSENT) AND MAY NAME
002700*                  ONE STEP TO BE LET IN REGARDLESS; SUCH A RUN
002800*                  IS REPORTED ON THE JOB LOG AND MARKED
002900*                  OVERRIDDEN ON ITS CYCFILE RECORD. AT CLOSE THE
003000*                  STEP'S RETURN-CODE AND RECORD COUNTS ARE
003100*                  STORED AND IT IS MARKED COMPLETE OR FAILED.
003120* 2026-10-15 KKG   A STEP THE SCHEDULE MARKS REPEATABLE ('R') IS
003140*                  NEVER REFUSED AS ALREADY RUN: EACH RUN IS
003160*                  RECORDED OVER THE LAST ONE FOR THE DATE AND
003180*                  ADDS TO ITS NUMBER OF RUNS.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CYC-FILE   ASSIGN  TO  CYCFILE
003700                       ORGANIZATION INDEXED
003800                       ACCESS MODE  DYNAMIC
003900                       RECORD KEY   CYCL-KEY
004000                       STATUS      CYCF-ST.
004100     SELECT OPTIONAL CYC-CARD ASSIGN TO CYCCARD
004200                       STATUS      CARD-ST.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CYC-FILE RECORDING MODE F.
004600     COPY CYCFLD.
004700*
004800 FD  CYC-CARD RECORDING MODE F.
004900 01  CARD-RECORD.
005000     05  CARD-BUS-DATE       PIC 9(08).
005100     05  CARD-OVERRIDE-STEP  PIC X(08).
005200*
005300 WORKING-STORAGE SECTION.
005400 01  WS-WORK-AREA.
005500     05  CYCF-ST             PIC 9(02).
005600         88  CYCF-SUCCESS               VALUE 00 97.
005700         88  CYCF-NOT-FOUND             VALUE 23.
005800         88  CYCF-NO-FILE               VALUE 35.
005900     05  CARD-ST             PIC 9(02).
006000         88  CARD-SUCCESS               VALUE 00 97.
006100         88  CARD-NOT-FOUND             VALUE 05.
006200         88  CARD-EOF                   VALUE 10.
006300 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
006400 01  WS-RUN-TIME             PIC 9(06) VALUE 0.
006500 01  WS-OVERRIDE-STEP        PIC X(08) VALUE SPACES.
006600*----------------------------------------------------------------
006700* THE STEP'S ENTRY ON THE SCHEDULE (ZERO FOR A STEP THE SCHEDULE
006800* DOES NOT NAME, WHICH HAS NO PREREQUISITES) AND THE OUTCOME OF
006900* THE START-UP CHECKS
007000*----------------------------------------------------------------
007100 01  WS-SCHED-SUB            PIC 9(03) COMP.
007200 01  WS-STEP-SUB             PIC 9(03) COMP.
007300 01  WS-PREREQ-SUB           PIC 9(03) COMP.
007400 01  WS-PREREQ-STEP          PIC X(08).
007500 01  WS-MAX-RC               PIC 9(02).
007600 01  WS-PRIOR-SW             PIC X(01).
007700     88  WS-PRIOR-RECORD             VALUE 'Y'.
007800 01  WS-OVERRIDE-SW          PIC X(01).
007900     88  WS-STEP-OVERRIDDEN          VALUE 'Y'.
007930 01  WS-REPEAT-SW            PIC X(01).
007960     88  WS-STEP-REPEATABLE          VALUE 'Y'.
008000*----------------------------------------------------------------
008100* THE SCHEDULE OF STEPS AND THEIR PREREQUISITES
008200*----------------------------------------------------------------
008300     COPY CYCSTEP.
008400*
008500 LINKAGE SECTION.
008600     COPY CYCREQ.
008700*----------------------------------------------------------------
008800 PROCEDURE DIVISION USING CYC-REQUEST.
008900*----------------------------------------------------------------
009000* 0000-MAIN - APPLY ONE CYCLE REQUEST AND GO BACK TO THE CALLER
009100*----------------------------------------------------------------
009200 0000-MAIN.
009300     MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE
009400     MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-RUN-TIME
009500     PERFORM H100-OPEN-CYCLE-FILE THRU H100-END.
009600     PERFORM H150-FIND-STEP THRU H150-END.
009700     IF CYC-BEGIN
009800         PERFORM H200-BEGIN-STEP THRU H200-END
009900     ELSE
010000         PERFORM H300-END-STEP THRU H300-END
010100     END-IF
010200     CLOSE CYC-FILE.
010300     PERFORM H920-CHECK-CYCF-STATUS
010400     GOBACK.
010500*----------------------------------------------------------------
010600* H100-OPEN-CYCLE-FILE - OPEN THE CYCLE FILE FOR UPDATE IN PLACE,
010700*                        CREATING IT EMPTY THE FIRST TIME ANY STEP
010800*                        EVER ASKS FOR IT
010900*----------------------------------------------------------------
011000 H100-OPEN-CYCLE-FILE.
011100     OPEN I-O CYC-FILE.
011200     IF CYCF-NO-FILE
011300         OPEN OUTPUT CYC-FILE
011400         PERFORM H920-CHECK-CYCF-STATUS
011500         CLOSE CYC-FILE
011600         PERFORM H920-CHECK-CYCF-STATUS
011700         OPEN I-O CYC-FILE
011800     END-IF
011900     PERFORM H920-CHECK-CYCF-STATUS
012000 H100-END. EXIT.
012100*----------------------------------------------------------------
012200* H105-READ-CYC-CARD - PICK UP THE BUSINESS DATE AND THE OVERRIDE
012300*                      STEP FROM THE OPTIONAL CYCCARD. NO CARD, OR
012400*                      A DATE THAT IS NOT A POSITIVE NUMBER, RUNS
012500*                      UNDER TODAY'S DATE
012600*----------------------------------------------------------------
012700 H105-READ-CYC-CARD.
012800     MOVE WS-RUN-DATE TO CYC-BUS-DATE
012900     MOVE SPACES      TO WS-OVERRIDE-STEP
013000     OPEN INPUT CYC-CARD.
013100     IF CARD-SUCCESS
013200         READ CYC-CARD
013300         IF CARD-SUCCESS
013400             IF CARD-BUS-DATE NUMERIC AND CARD-BUS-DATE > 0
013500                 MOVE CARD-BUS-DATE TO CYC-BUS-DATE
013600             END-IF
013700             MOVE CARD-OVERRIDE-STEP TO WS-OVERRIDE-STEP
013800         ELSE
013900             IF NOT CARD-EOF
014000                 DISPLAY '*** FBEN005 ABEND *** FILE=CYCCARD'
014100                         ' STATUS=' CARD-ST
014200                 MOVE 16 TO RETURN-CODE
014300                 STOP RUN
014400             END-IF
014500         END-IF
014600         CLOSE CYC-CARD
014700     ELSE
014800         IF NOT CARD-NOT-FOUND
014900             DISPLAY '*** FBEN005 ABEND *** FILE=CYCCARD'
015000                     ' STATUS=' CARD-ST
015100             MOVE 16 TO RETURN-CODE
015200             STOP RUN
015300         END-IF
015400     END-IF
015500 H105-END. EXIT.
015600*----------------------------------------------------------------
015700* H150-FIND-STEP - LOOK THE CALLING STEP UP ON THE SCHEDULE FOR
015800*                  ITS PREREQUISITES AND ALLOWED RETURN-CODE. A
015900*                  STEP NOT ON THE SCHEDULE HAS NO PREREQUISITES
016000*                  AND COUNTS AS COMPLETE UP TO RETURN-CODE 4
016100*----------------------------------------------------------------
016200 H150-FIND-STEP.
016300     MOVE 0 TO WS-STEP-SUB
016400     MOVE 4 TO WS-MAX-RC
016450     MOVE 'N' TO WS-REPEAT-SW
016500     PERFORM H155-CHECK-ONE-SCHED THRU H155-END
016600         VARYING WS-SCHED-SUB FROM 1 BY 1
016700         UNTIL WS-SCHED-SUB > CYC-SCHED-USED
016800            OR WS-STEP-SUB > 0
016900 H150-END. EXIT.
017000*----------------------------------------------------------------
017100* H155-CHECK-ONE-SCHED - COMPARE ONE SCHEDULE ENTRY WITH THE STEP
017200*----------------------------------------------------------------
017300 H155-CHECK-ONE-SCHED.
017400     IF CYC-SCHED-STEP(WS-SCHED-SUB) = CYC-STEP
017500         MOVE WS-SCHED-SUB TO WS-STEP-SUB
017600         MOVE CYC-SCHED-MAX-RC(WS-SCHED-SUB) TO WS-MAX-RC
017633         IF CYC-SCHED-REPEATABLE(WS-SCHED-SUB)
017667             MOVE 'Y' TO WS-REPEAT-SW
017680         END-IF
017700     END-IF
017800 H155-END. EXIT.
017900*----------------------------------------------------------------
018000* H200-BEGIN-STEP - SETTLE THE BUSINESS DATE, REFUSE A STEP THAT
018100*                   HAS ALREADY COMPLETED FOR IT (UNLESS IT IS
018150*                   REPEATABLE) OR WHOSE PREREQUISITES HAVE NOT,
018200*                   AND OTHERWISE RECORD THE STEP AS RUNNING. THE
018300*                   OVERRIDE STEP ON THE CYCCARD IS LET IN WITHOUT
018400*                   EITHER CHECK
018500*----------------------------------------------------------------
018600 H200-BEGIN-STEP.
018700     PERFORM H105-READ-CYC-CARD THRU H105-END
018800     MOVE 'G' TO CYC-REPLY
018900     MOVE 0   TO CYC-REPLY-RC
019000     MOVE 'N' TO WS-OVERRIDE-SW
019100     IF WS-OVERRIDE-STEP = CYC-STEP
019200         MOVE 'Y' TO WS-OVERRIDE-SW
019300         DISPLAY '*** FBEN005 *** ' CYC-STEP ' RUN FOR '
019400                 CYC-BUS-DATE ' UNDER CYCCARD OVERRIDE'
019500     END-IF
019600     MOVE CYC-BUS-DATE TO CYCL-BUS-DATE
019700     MOVE CYC-STEP     TO CYCL-STEP
019800     PERFORM H210-READ-CYCLE-REC THRU H210-END
019900     IF WS-PRIOR-RECORD AND CYCL-DONE AND NOT WS-STEP-OVERRIDDEN
019950                        AND NOT WS-STEP-REPEATABLE
020000         DISPLAY '*** FBEN005 *** ' CYC-STEP ' ALREADY COMPLETED'
020100                 ' FOR ' CYC-BUS-DATE ' RC=' CYCL-RC
020200         MOVE 'A' TO CYC-REPLY
020300         MOVE 24  TO CYC-REPLY-RC
020400         GO TO H200-END
020500     END-IF
020600     IF WS-STEP-SUB > 0 AND NOT WS-STEP-OVERRIDDEN
020700         PERFORM H220-CHECK-ONE-PREREQ THRU H220-END
020800             VARYING WS-PREREQ-SUB FROM 1 BY 1
020900             UNTIL WS-PREREQ-SUB > 3
021000     END-IF
021100     IF NOT CYC-GO
021200         GO TO H200-END
021300     END-IF
021400     MOVE CYC-BUS-DATE TO CYCL-BUS-DATE
021500     MOVE CYC-STEP     TO CYCL-STEP
021600     PERFORM H210-READ-CYCLE-REC THRU H210-END
021700     IF NOT WS-PRIOR-RECORD
021800         MOVE SPACES       TO CYCL-RECORD
021900         MOVE CYC-BUS-DATE TO CYCL-BUS-DATE
022000         MOVE CYC-STEP     TO CYCL-STEP
022100         MOVE 0            TO CYCL-RUN-COUNT
022200     END-IF
022300     MOVE 'R'              TO CYCL-STATE
022400     ADD 1                 TO CYCL-RUN-COUNT
022500     MOVE WS-OVERRIDE-SW   TO CYCL-OVERRIDE
022600     MOVE WS-RUN-DATE      TO CYCL-START-DATE
022700     MOVE WS-RUN-TIME      TO CYCL-START-TIME
022800     MOVE 0                TO CYCL-END-DATE
022900     MOVE 0                TO CYCL-END-TIME
023000     MOVE 0                TO CYCL-RC
023100     MOVE 0                TO CYCL-READ-COUNT
023200     MOVE 0                TO CYCL-WRITE-COUNT
023300     MOVE 0                TO CYCL-EXCP-COUNT
023400     IF WS-PRIOR-RECORD
023500         REWRITE CYCL-RECORD
023600     ELSE
023700         WRITE CYCL-RECORD
023800     END-IF
023900     PERFORM H920-CHECK-CYCF-STATUS
024000 H200-END. EXIT.
024100*----------------------------------------------------------------
024200* H210-READ-CYCLE-REC - READ THE CYCFILE RECORD FOR THE KEY
024300*                       ALREADY IN CYCL-KEY. WS-PRIOR-SW SAYS
024400*                       WHETHER THERE WAS ONE
024500*----------------------------------------------------------------
024600 H210-READ-CYCLE-REC.
024700     MOVE 'N' TO WS-PRIOR-SW
024800     READ CYC-FILE.
024900     IF CYCF-NOT-FOUND
025000         GO TO H210-END
025100     END-IF
025200     PERFORM H920-CHECK-CYCF-STATUS
025300     MOVE 'Y' TO WS-PRIOR-SW
025400 H210-END. EXIT.
025500*----------------------------------------------------------------
025600* H220-CHECK-ONE-PREREQ - ONE PREREQUISITE OF THE STEP MUST HAVE
025700*                         COMPLETED FOR THE SAME BUSINESS DATE.
025800*                         EVERY MISSING ONE IS NAMED ON THE JOB
025900*                         LOG BEFORE THE STEP IS TURNED AWAY
026000*----------------------------------------------------------------
026100 H220-CHECK-ONE-PREREQ.
026200     MOVE CYC-SCHED-PREREQ(WS-STEP-SUB, WS-PREREQ-SUB)
026300         TO WS-PREREQ-STEP
026400     IF WS-PREREQ-STEP = SPACES
026500         GO TO H220-END
026600     END-IF
026700     MOVE CYC-BUS-DATE   TO CYCL-BUS-DATE
026800     MOVE WS-PREREQ-STEP TO CYCL-STEP
026900     PERFORM H210-READ-CYCLE-REC THRU H210-END
027000     IF WS-PRIOR-RECORD AND CYCL-DONE
027100         GO TO H220-END
027200     END-IF
027300     EVALUATE TRUE
027400         WHEN NOT WS-PRIOR-RECORD
027500             DISPLAY '*** FBEN005 *** ' CYC-STEP ' NEEDS '
027600                     WS-PREREQ-STEP ' - NOT RUN FOR '
027700                     CYC-BUS-DATE
027800         WHEN CYCL-RUNNING
027900             DISPLAY '*** FBEN005 *** ' CYC-STEP ' NEEDS '
028000                     WS-PREREQ-STEP ' - NOT FINISHED FOR '
028100                     CYC-BUS-DATE
028200         WHEN OTHER
028300             DISPLAY '*** FBEN005 *** ' CYC-STEP ' NEEDS '
028400                     WS-PREREQ-STEP ' - FAILED RC=' CYCL-RC
028500                     ' FOR ' CYC-BUS-DATE
028600     END-EVALUATE
028700     MOVE 'O' TO CYC-REPLY
028800     MOVE 20  TO CYC-REPLY-RC
028900 H220-END. EXIT.
029000*----------------------------------------------------------------
029100* H300-END-STEP - STORE THE CLOSING STEP'S RETURN-CODE AND
029200*                 COUNTS AND MARK IT COMPLETE, OR FAILED WHEN THE
029300*                 RETURN-CODE IS ABOVE WHAT THE SCHEDULE ALLOWS
029400*----------------------------------------------------------------
029500 H300-END-STEP.
029600     MOVE CYC-BUS-DATE TO CYCL-BUS-DATE
029700     MOVE CYC-STEP     TO CYCL-STEP
029800     PERFORM H210-READ-CYCLE-REC THRU H210-END
029900     IF NOT WS-PRIOR-RECORD
030000         MOVE SPACES       TO CYCL-RECORD
030100         MOVE CYC-BUS-DATE TO CYCL-BUS-DATE
030200         MOVE CYC-STEP     TO CYCL-STEP
030300         MOVE 1            TO CYCL-RUN-COUNT
030400         MOVE 'N'          TO CYCL-OVERRIDE
030500         MOVE WS-RUN-DATE  TO CYCL-START-DATE
030600         MOVE WS-RUN-TIME  TO CYCL-START-TIME
030700     END-IF
030800     IF CYC-RC > WS-MAX-RC
030900         MOVE 'F' TO CYCL-STATE
031000     ELSE
031100         MOVE 'C' TO CYCL-STATE
031200     END-IF
031300     MOVE WS-RUN-DATE     TO CYCL-END-DATE
031400     MOVE WS-RUN-TIME     TO CYCL-END-TIME
031500     MOVE CYC-RC          TO CYCL-RC
031600     MOVE CYC-READ-COUNT  TO CYCL-READ-COUNT
031700     MOVE CYC-WRITE-COUNT TO CYCL-WRITE-COUNT
031800     MOVE CYC-EXCP-COUNT  TO CYCL-EXCP-COUNT
031900     IF WS-PRIOR-RECORD
032000         REWRITE CYCL-RECORD
032100     ELSE
032200         WRITE CYCL-RECORD
032300     END-IF
032400     PERFORM H920-CHECK-CYCF-STATUS
032500 H300-END. EXIT.
032600*----------------------------------------------------------------
032700* H920-CHECK-CYCF-STATUS - COMMON CYCFILE FILE-STATUS CHECK. A
032800*                          CYCLE FILE THAT CANNOT BE REACHED STOPS
032900*                          THE WHOLE RUN UNIT -- NO STEP MAY RUN
033000*                          OUTSIDE CYCLE CONTROL
033100*----------------------------------------------------------------
033200 H920-CHECK-CYCF-STATUS.
033300     IF NOT CYCF-SUCCESS
033400         DISPLAY '*** FBEN005 ABEND *** FILE=CYCFILE'
033500                 ' STATUS=' CYCF-ST
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF
033900 H920-END. EXIT.
