000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEN010.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. DAILY CYCLE-STATUS REPORT
001300*                  OVER THE CYCFILE KEPT BY FBEN005, FOR ONE
001400*                  BUSINESS DATE (THE CTLCARD DATE, TODAY WHEN NO
001500*                  CARD IS SUPPLIED). EVERY STEP ON THE CYCSTEP
001600*                  SCHEDULE PRINTS IN SCHEDULE ORDER AS DONE,
001700*                  FAILED, RUNNING (STARTED BUT NEVER CLOSED),
001800*                  OUTSTANDING (A NIGHTLY STEP NOT YET RUN) OR NOT
001900*                  RUN (AN ON-REQUEST STEP NOBODY ASKED FOR), WITH
002000*                  ITS RETURN-CODE, NUMBER OF RUNS, START AND END
002100*                  TIMES, RECORD COUNTS AND AN OVR MARK FOR A RUN
002200*                  LET IN BY A CYCCARD OVERRIDE. ANY STEP ON THE
002300*                  FILE THAT THE SCHEDULE DOES NOT NAME FOLLOWS.
002400*                  A NIGHTLY STEP NOT DONE ENDS THE RUN WITH
002500*                  RETURN-CODE 8 SO OPERATIONS IS PAGED BEFORE
002600*                  THE ONLINE DAY STARTS.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CYC-FILE   ASSIGN  TO  CYCFILE
003200                       ORGANIZATION INDEXED
003300                       ACCESS MODE  DYNAMIC
003400                       RECORD KEY   CYCL-KEY
003500                       STATUS      CYCF-ST.
003600     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
003700                       STATUS      CTL-ST.
003800     SELECT CYCL-RPT   ASSIGN  TO  CYCLRPT
003900                       STATUS      RPT-ST.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CYC-FILE RECORDING MODE F.
004300     COPY CYCFLD.
004400*
004500 FD  CTL-CARD RECORDING MODE F.
004600 01  CTL-RECORD.
004700     05  CTL-BUS-DATE        PIC 9(08).
004800*
004900 FD  CYCL-RPT RECORDING MODE F.
005000 01  CYCL-HDR-REC.
005100     05  DH-LIT              PIC X(44).
005200     05  DH-DATE             PIC X(08).
005300     05  FILLER              PIC X(28).
005400 01  CYCL-DETAIL-REC.
005500     05  CS-STEP             PIC X(08).
005600     05  FILLER              PIC X(01).
005700     05  CS-FREQ             PIC X(07).
005800     05  FILLER              PIC X(01).
005900     05  CS-STATE            PIC X(11).
006000     05  FILLER              PIC X(01).
006100     05  CS-RC               PIC ZZZ9.
006200     05  FILLER              PIC X(01).
006300     05  CS-RUNS             PIC ZZ9.
006400     05  FILLER              PIC X(01).
006500     05  CS-START            PIC 9(06).
006600     05  FILLER              PIC X(01).
006700     05  CS-END              PIC 9(06).
006800     05  FILLER              PIC X(01).
006900     05  CS-READ             PIC ZZZZZZ9.
007000     05  FILLER              PIC X(01).
007100     05  CS-WRITE            PIC ZZZZZZ9.
007200     05  FILLER              PIC X(01).
007300     05  CS-EXCP             PIC ZZZZZZ9.
007400     05  FILLER              PIC X(01).
007500     05  CS-OVR              PIC X(03).
007600     05  FILLER              PIC X(01).
007700 01  CYCL-TOTAL-REC.
007800     05  FILLER              PIC X(04).
007900     05  CT-LIT              PIC X(30).
008000     05  CT-COUNT            PIC ZZZZZZ9.
008100     05  FILLER              PIC X(39).
008200*
008300 WORKING-STORAGE SECTION.
008400 01  WS-WORK-AREA.
008500     05  CYCF-ST             PIC 9(02).
008600         88  CYCF-SUCCESS               VALUE 00 97.
008700         88  CYCF-EOF                   VALUE 10.
008800         88  CYCF-NOT-FOUND             VALUE 23.
008900         88  CYCF-NO-FILE               VALUE 35.
009000     05  CTL-ST              PIC 9(02).
009100         88  CTL-SUCCESS                VALUE 00 97.
009200         88  CTL-NOT-FOUND              VALUE 05.
009300         88  CTL-EOF                    VALUE 10.
009400     05  RPT-ST              PIC 9(02).
009500         88  RPT-SUCCESS                VALUE 00 97.
009600 01  WS-BUS-DATE             PIC 9(08) VALUE 0.
009700 01  WS-CYCF-OPEN-SW         PIC X(01) VALUE 'N'.
009800     88  WS-CYCF-OPEN                VALUE 'Y'.
009900 01  WS-FOUND-SW             PIC X(01).
010000     88  WS-STEP-FOUND               VALUE 'Y'.
010100 01  WS-SCHED-SUB            PIC 9(03) COMP.
010200 01  WS-CHECK-SUB            PIC 9(03) COMP.
010300*----------------------------------------------------------------
010400* COLUMN HEADINGS FOR THE STEP LINES
010500*----------------------------------------------------------------
010600 01  WS-COL-HEADING.
010700     05  FILLER              PIC X(40) VALUE
010800         'STEP     FREQ    STATE         RC RUN ST'.
010900     05  FILLER              PIC X(40) VALUE
011000         'ART  END       READ WRITTEN EXCEPTS OVR '.
011100*----------------------------------------------------------------
011200* THE SCHEDULE OF STEPS AND THEIR PREREQUISITES
011300*----------------------------------------------------------------
011400     COPY CYCSTEP.
011500*----------------------------------------------------------------
011600* RUN TOTALS
011700*----------------------------------------------------------------
011800 01  WS-DONE-COUNT           PIC 9(07) COMP VALUE 0.
011900 01  WS-FAILED-COUNT         PIC 9(07) COMP VALUE 0.
012000 01  WS-RUNNING-COUNT        PIC 9(07) COMP VALUE 0.
012100 01  WS-OUTSTANDING-COUNT    PIC 9(07) COMP VALUE 0.
012200 01  WS-OTHER-COUNT          PIC 9(07) COMP VALUE 0.
012300 01  WS-ABEND-INFO.
012400     05  WS-ABEND-FILE       PIC X(08).
012500     05  WS-ABEND-STATUS     PIC X(02).
012600*----------------------------------------------------------------
012700 PROCEDURE DIVISION.
012800*----------------------------------------------------------------
012900* 0000-MAIN - PRINT EVERY SCHEDULED STEP, THEN ANY OTHER STEP
013000*             RECORDED FOR THE DATE, THEN THE TOTALS
013100*----------------------------------------------------------------
013200 0000-MAIN.
013300     PERFORM H100-OPEN-FILES.
013400     PERFORM H200-REPORT-ONE-SCHED THRU H200-END
013500         VARYING WS-SCHED-SUB FROM 1 BY 1
013600         UNTIL WS-SCHED-SUB > CYC-SCHED-USED.
013700     PERFORM H250-START-OTHER-STEPS THRU H250-END.
013800     PERFORM H260-REPORT-ONE-OTHER THRU H260-END UNTIL CYCF-EOF.
013900     PERFORM H999-PROGRAM-EXIT.
014000*----------------------------------------------------------------
014100* H100-OPEN-FILES - PICK UP THE BUSINESS DATE, OPEN THE CYCLE
014200*                   FILE AND THE REPORT AND PRINT THE HEADINGS. NO
014300*                   CYCLE FILE YET MEANS NO STEP HAS EVER RUN, SO
014400*                   EVERY NIGHTLY STEP IS OUTSTANDING
014500*----------------------------------------------------------------
014600 H100-OPEN-FILES.
014700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
014800     PERFORM H105-READ-CTL-CARD THRU H105-END
014900     OPEN OUTPUT CYCL-RPT.
015000     IF NOT RPT-SUCCESS
015100         MOVE 'CYCLRPT' TO WS-ABEND-FILE
015200         MOVE RPT-ST    TO WS-ABEND-STATUS
015300         PERFORM H910-ABEND-RTN
015400     END-IF
015500     OPEN INPUT  CYC-FILE.
015600     IF CYCF-SUCCESS
015700         MOVE 'Y' TO WS-CYCF-OPEN-SW
015800     ELSE
015900         IF NOT CYCF-NO-FILE
016000             MOVE 'CYCFILE' TO WS-ABEND-FILE
016100             MOVE CYCF-ST   TO WS-ABEND-STATUS
016200             PERFORM H910-ABEND-RTN
016300         END-IF
016400     END-IF
016500     MOVE SPACES TO CYCL-HDR-REC
016600     MOVE '*** BATCH CYCLE STATUS FOR BUSINESS DATE' TO DH-LIT
016700     MOVE WS-BUS-DATE TO DH-DATE
016800     WRITE CYCL-HDR-REC
016900     PERFORM H921-CHECK-RPT-STATUS
017000     MOVE WS-COL-HEADING TO CYCL-HDR-REC
017100     WRITE CYCL-HDR-REC
017200     PERFORM H921-CHECK-RPT-STATUS
017300 H100-END. EXIT.
017400*----------------------------------------------------------------
017500* H105-READ-CTL-CARD - PICK UP THE OPTIONAL BUSINESS DATE. NO
017600*                      CARD, OR A DATE THAT IS NOT A POSITIVE
017700*                      NUMBER, REPORTS ON TODAY
017800*----------------------------------------------------------------
017900 H105-READ-CTL-CARD.
018000     OPEN INPUT CTL-CARD.
018100     IF CTL-SUCCESS
018200         READ CTL-CARD
018300         IF CTL-SUCCESS
018400             IF CTL-BUS-DATE NUMERIC AND CTL-BUS-DATE > 0
018500                 MOVE CTL-BUS-DATE TO WS-BUS-DATE
018600             END-IF
018700         ELSE
018800             IF NOT CTL-EOF
018900                 MOVE 'CTLCARD' TO WS-ABEND-FILE
019000                 MOVE CTL-ST    TO WS-ABEND-STATUS
019100                 PERFORM H910-ABEND-RTN
019200             END-IF
019300         END-IF
019400         CLOSE CTL-CARD
019500     ELSE
019600         IF NOT CTL-NOT-FOUND
019700             MOVE 'CTLCARD' TO WS-ABEND-FILE
019800             MOVE CTL-ST    TO WS-ABEND-STATUS
019900             PERFORM H910-ABEND-RTN
020000         END-IF
020100     END-IF
020200 H105-END. EXIT.
020300*----------------------------------------------------------------
020400* H200-REPORT-ONE-SCHED - PRINT ONE SCHEDULED STEP'S LINE FROM ITS
020500*                         CYCFILE RECORD, OR AS OUTSTANDING / NOT
020600*                         RUN WHEN IT HAS NONE FOR THE DATE
020700*----------------------------------------------------------------
020800 H200-REPORT-ONE-SCHED.
020900     MOVE 'N' TO WS-FOUND-SW
021000     IF WS-CYCF-OPEN
021100         MOVE WS-BUS-DATE TO CYCL-BUS-DATE
021200         MOVE CYC-SCHED-STEP(WS-SCHED-SUB) TO CYCL-STEP
021300         READ CYC-FILE
021400         IF CYCF-SUCCESS
021500             MOVE 'Y' TO WS-FOUND-SW
021600         ELSE
021700             IF NOT CYCF-NOT-FOUND
021800                 MOVE 'CYCFILE' TO WS-ABEND-FILE
021900                 MOVE CYCF-ST   TO WS-ABEND-STATUS
022000                 PERFORM H910-ABEND-RTN
022100             END-IF
022200         END-IF
022300     END-IF
022400     IF WS-STEP-FOUND
022500         PERFORM H210-FORMAT-RECORD THRU H210-END
022600     ELSE
022700         MOVE SPACES TO CYCL-DETAIL-REC
022800         MOVE CYC-SCHED-STEP(WS-SCHED-SUB) TO CS-STEP
022900         IF CYC-SCHED-NIGHTLY(WS-SCHED-SUB)
023000             MOVE 'OUTSTANDING' TO CS-STATE
023100             ADD 1 TO WS-OUTSTANDING-COUNT
023200         ELSE
023300             MOVE 'NOT RUN'     TO CS-STATE
023400         END-IF
023500     END-IF
023600     IF CYC-SCHED-NIGHTLY(WS-SCHED-SUB)
023700         MOVE 'NIGHTLY' TO CS-FREQ
023800         EVALUATE TRUE
023900             WHEN NOT WS-STEP-FOUND
024000                 CONTINUE
024100             WHEN CYCL-DONE
024200                 ADD 1 TO WS-DONE-COUNT
024300             WHEN CYCL-RUNNING
024400                 ADD 1 TO WS-RUNNING-COUNT
024500             WHEN OTHER
024600                 ADD 1 TO WS-FAILED-COUNT
024700         END-EVALUATE
024800     ELSE
024900         MOVE 'ON REQ' TO CS-FREQ
025000         IF WS-STEP-FOUND
025100             ADD 1 TO WS-OTHER-COUNT
025200         END-IF
025300     END-IF
025400     WRITE CYCL-DETAIL-REC
025500     PERFORM H921-CHECK-RPT-STATUS
025600 H200-END. EXIT.
025700*----------------------------------------------------------------
025800* H210-FORMAT-RECORD - BUILD A STEP LINE FROM THE CYCFILE RECORD
025900*----------------------------------------------------------------
026000 H210-FORMAT-RECORD.
026100     MOVE SPACES           TO CYCL-DETAIL-REC
026200     MOVE CYCL-STEP        TO CS-STEP
026300     EVALUATE TRUE
026400         WHEN CYCL-DONE
026500             MOVE 'DONE'    TO CS-STATE
026600         WHEN CYCL-RUNNING
026700             MOVE 'RUNNING' TO CS-STATE
026800         WHEN OTHER
026900             MOVE 'FAILED'  TO CS-STATE
027000     END-EVALUATE
027100     MOVE CYCL-RUN-COUNT   TO CS-RUNS
027200     MOVE CYCL-START-TIME  TO CS-START
027300     IF NOT CYCL-RUNNING
027400         MOVE CYCL-RC          TO CS-RC
027500         MOVE CYCL-END-TIME    TO CS-END
027600         MOVE CYCL-READ-COUNT  TO CS-READ
027700         MOVE CYCL-WRITE-COUNT TO CS-WRITE
027800         MOVE CYCL-EXCP-COUNT  TO CS-EXCP
027900     END-IF
028000     IF CYCL-OVERRIDDEN
028100         MOVE 'OVR' TO CS-OVR
028200     END-IF
028300 H210-END. EXIT.
028400*----------------------------------------------------------------
028500* H250-START-OTHER-STEPS - POSITION AT THE FIRST CYCFILE RECORD
028600*                          FOR THE DATE AND READ IT, SETTING EOF
028700*                          WHEN THERE IS NONE
028800*----------------------------------------------------------------
028900 H250-START-OTHER-STEPS.
029000     IF NOT WS-CYCF-OPEN
029100         MOVE 10 TO CYCF-ST
029200         GO TO H250-END
029300     END-IF
029400     MOVE WS-BUS-DATE TO CYCL-BUS-DATE
029500     MOVE LOW-VALUES  TO CYCL-STEP
029600     START CYC-FILE KEY NOT < CYCL-KEY.
029700     IF CYCF-NOT-FOUND
029800         MOVE 10 TO CYCF-ST
029900         GO TO H250-END
030000     END-IF
030100     PERFORM H920-CHECK-CYCF-STATUS
030200     PERFORM H270-READ-NEXT-STEP THRU H270-END
030300 H250-END. EXIT.
030400*----------------------------------------------------------------
030500* H260-REPORT-ONE-OTHER - PRINT A STEP RECORDED FOR THE DATE THAT
030600*                         THE SCHEDULE DOES NOT NAME, AND READ THE
030700*                         NEXT ONE
030800*----------------------------------------------------------------
030900 H260-REPORT-ONE-OTHER.
031000     MOVE 'N' TO WS-FOUND-SW
031100     PERFORM H265-CHECK-ONE-SCHED THRU H265-END
031200         VARYING WS-CHECK-SUB FROM 1 BY 1
031300         UNTIL WS-CHECK-SUB > CYC-SCHED-USED
031400            OR WS-STEP-FOUND
031500     IF NOT WS-STEP-FOUND
031600         PERFORM H210-FORMAT-RECORD THRU H210-END
031700         MOVE 'UNSCHED' TO CS-FREQ
031800         WRITE CYCL-DETAIL-REC
031900         PERFORM H921-CHECK-RPT-STATUS
032000         ADD 1 TO WS-OTHER-COUNT
032100     END-IF
032200     PERFORM H270-READ-NEXT-STEP THRU H270-END
032300 H260-END. EXIT.
032400*----------------------------------------------------------------
032500* H265-CHECK-ONE-SCHED - IS THE RECORD'S STEP THIS SCHEDULE ENTRY
032600*----------------------------------------------------------------
032700 H265-CHECK-ONE-SCHED.
032800     IF CYC-SCHED-STEP(WS-CHECK-SUB) = CYCL-STEP
032900         MOVE 'Y' TO WS-FOUND-SW
033000     END-IF
033100 H265-END. EXIT.
033200*----------------------------------------------------------------
033300* H270-READ-NEXT-STEP - READ THE NEXT CYCFILE RECORD, TREATING THE
033400*                       FIRST ONE FOR A LATER DATE AS END OF FILE
033500*----------------------------------------------------------------
033600 H270-READ-NEXT-STEP.
033700     READ CYC-FILE NEXT.
033800     IF CYCF-EOF
033900         GO TO H270-END
034000     END-IF
034100     PERFORM H920-CHECK-CYCF-STATUS
034200     IF CYCL-BUS-DATE NOT = WS-BUS-DATE
034300         MOVE 10 TO CYCF-ST
034400     END-IF
034500 H270-END. EXIT.
034600*----------------------------------------------------------------
034700* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
034800*----------------------------------------------------------------
034900 H300-CLOSE-FILES.
035000     IF WS-CYCF-OPEN
035100         CLOSE CYC-FILE
035200     END-IF
035300     CLOSE CYCL-RPT.
035400 H300-END. EXIT.
035500*----------------------------------------------------------------
035600* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
035700*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
035800*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
035900*----------------------------------------------------------------
036000 H910-ABEND-RTN.
036100     DISPLAY '*** FBEN010 ABEND *** FILE=' WS-ABEND-FILE
036200             ' STATUS=' WS-ABEND-STATUS
036300     MOVE 16 TO RETURN-CODE
036400     PERFORM H300-CLOSE-FILES
036500     STOP RUN.
036600 H910-END. EXIT.
036700*----------------------------------------------------------------
036800* H920-CHECK-CYCF-STATUS - COMMON CYCFILE FILE-STATUS CHECK
036900*----------------------------------------------------------------
037000 H920-CHECK-CYCF-STATUS.
037100     IF NOT CYCF-EOF AND NOT CYCF-SUCCESS
037200         MOVE 'CYCFILE' TO WS-ABEND-FILE
037300         MOVE CYCF-ST   TO WS-ABEND-STATUS
037400         PERFORM H910-ABEND-RTN
037500     END-IF
037600 H920-END. EXIT.
037700*----------------------------------------------------------------
037800* H921-CHECK-RPT-STATUS - COMMON CYCLRPT FILE-STATUS CHECK
037900*----------------------------------------------------------------
038000 H921-CHECK-RPT-STATUS.
038100     IF NOT RPT-SUCCESS
038200         MOVE 'CYCLRPT' TO WS-ABEND-FILE
038300         MOVE RPT-ST    TO WS-ABEND-STATUS
038400         PERFORM H910-ABEND-RTN
038500     END-IF
038600 H921-END. EXIT.
038700*----------------------------------------------------------------
038800* H999-PROGRAM-EXIT - PRINT THE RUN TOTALS, CLOSE UP AND END THE
038900*                     RUN. RETURN-CODE 8 WHEN ANY NIGHTLY STEP IS
039000*                     NOT DONE
039100*----------------------------------------------------------------
039200 H999-PROGRAM-EXIT.
039300     MOVE SPACES                  TO CYCL-TOTAL-REC
039400     MOVE 'NIGHTLY STEPS DONE..:'  TO CT-LIT
039500     MOVE WS-DONE-COUNT           TO CT-COUNT
039600     WRITE CYCL-TOTAL-REC.
039700     PERFORM H921-CHECK-RPT-STATUS
039800     MOVE SPACES                  TO CYCL-TOTAL-REC
039900     MOVE 'NIGHTLY STEPS FAILED:'  TO CT-LIT
040000     MOVE WS-FAILED-COUNT         TO CT-COUNT
040100     WRITE CYCL-TOTAL-REC.
040200     PERFORM H921-CHECK-RPT-STATUS
040300     MOVE SPACES                  TO CYCL-TOTAL-REC
040400     MOVE 'NIGHTLY STEPS RUNNING:' TO CT-LIT
040500     MOVE WS-RUNNING-COUNT        TO CT-COUNT
040600     WRITE CYCL-TOTAL-REC.
040700     PERFORM H921-CHECK-RPT-STATUS
040800     MOVE SPACES                  TO CYCL-TOTAL-REC
040900     MOVE 'NIGHTLY OUTSTANDING.:'  TO CT-LIT
041000     MOVE WS-OUTSTANDING-COUNT    TO CT-COUNT
041100     WRITE CYCL-TOTAL-REC.
041200     PERFORM H921-CHECK-RPT-STATUS
041300     MOVE SPACES                  TO CYCL-TOTAL-REC
041400     MOVE 'OTHER STEPS RUN.....:'  TO CT-LIT
041500     MOVE WS-OTHER-COUNT          TO CT-COUNT
041600     WRITE CYCL-TOTAL-REC.
041700     PERFORM H921-CHECK-RPT-STATUS
041800     IF WS-FAILED-COUNT > 0 OR WS-RUNNING-COUNT > 0
041900        OR WS-OUTSTANDING-COUNT > 0
042000         MOVE SPACES TO CYCL-HDR-REC
042100         MOVE '*** NIGHTLY CYCLE NOT COMPLETE ***' TO DH-LIT
042200         WRITE CYCL-HDR-REC
042300         PERFORM H921-CHECK-RPT-STATUS
042400         MOVE 8 TO RETURN-CODE
042500     END-IF
042600     PERFORM H300-CLOSE-FILES.
042700     STOP RUN.
