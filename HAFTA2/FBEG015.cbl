000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEG015.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. WORKFORCE AGE-BAND PROFILE
001300*                  FOR PLANNING, ALONGSIDE THE FBEG010
001400*                  AVERAGE/MIN/MAX REPORT. EVERY ACCTREC RECORD IS
001500*                  AGED FROM ACCT-DTAR WITH THE SAME FARK Y/M/D
001600*                  BORROW ARITHMETIC AND PLACED IN AN AGE BAND;
001700*                  THE BANDS ARE SET BY UP TO EIGHT ASCENDING
001800*                  UPPER AGES ON THE CTLCARD (DEFAULT
001900*                  24/34/44/54/64), THE LAST BAND BEING
002000*                  OPEN-ENDED. AGEBRPT PRINTS THE BAND COUNTS PER
002100*                  DEPARTMENT GROUPED UNDER ITS DIVISION THROUGH
002200*                  DEPT-PARENT-CODE AS FBEG010 DOES, A TOTAL PER
002300*                  DIVISION AND FOR THE COMPANY, THEN EVERYONE WHO
002400*                  REACHES THE CTLCARD RETIREMENT AGE (DEFAULT 65)
002500*                  WITHIN THE NEXT 1, 3 AND 5 YEARS, IN
002600*                  ELIGIBILITY-DATE ORDER WITH NAME AND
002700*                  DEPARTMENT. A RECORD WITH AN UNPARSEABLE
002800*                  ACCT-DTAR STAYS IN THE HEADCOUNT UNDER ITS OWN
002900*                  NODOB COLUMN. AGEBCSV CARRIES THE SAME BAND
003000*                  TABLE COMMA-DELIMITED FOR THE PLANNING
003100*                  SPREADSHEET. A CTLCARD WHOSE BAND AGES DO NOT
003200*                  ASCEND IS SET ASIDE FOR THE DEFAULT BANDS AND
003300*                  ENDS THE RUN WITH RETURN-CODE 8. READ-ONLY; THE
003400*                  RUN TAKES THE FBEK005 RUN-CONTROL LOCK AS AN
003500*                  ACCTREC READER.
003511* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
003522*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
003533*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
003544*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
003555*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
003566*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
003577*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
003588*                  ITS PLACE.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DEPT-MST   ASSIGN  TO  DEPTMST
004100                       ORGANIZATION INDEXED
004200                       ACCESS MODE  SEQUENTIAL
004300                       RECORD KEY   DEPT-CODE
004400                       STATUS      DEPT-ST.
004500     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
004600                       ORGANIZATION INDEXED
004700                       ACCESS MODE  SEQUENTIAL
004800                       RECORD KEY   ACCT-SEQ
004900                       STATUS      ACCT-ST.
005000     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
005100                       STATUS      CTL-ST.
005200     SELECT AGEB-RPT   ASSIGN  TO  AGEBRPT
005300                       STATUS      RPT-ST.
005400     SELECT AGEB-CSV   ASSIGN  TO  AGEBCSV
005500                       STATUS      CSV-ST.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DEPT-MST RECORDING MODE F.
005900     COPY DEPTFLD.
006000*
006100 FD  ACCT-REC RECORDING MODE F.
006200     COPY ACCTFLD.
006300*
006400 FD  CTL-CARD RECORDING MODE F.
006500 01  CTL-RECORD.
006600     05  CTL-RETIRE-AGE      PIC 9(03).
006700     05  CTL-BAND-LIMITS.
006800         10  CTL-BAND-LIMIT  PIC 9(02) OCCURS 8 TIMES.
006900     05  FILLER              PIC X(61).
007000*
007100 FD  AGEB-RPT RECORDING MODE F.
007200 01  AGEB-HDR-REC.
007300     05  AH-LIT              PIC X(40).
007400     05  AH-RUN-DATE         PIC 9(08).
007500     05  FILLER              PIC X(32).
007600 01  AGEB-COLHDR-REC.
007700     05  AC-LIT              PIC X(09).
007800     05  AC-CELL             OCCURS 9 TIMES.
007900         10  FILLER          PIC X(01).
008000         10  AC-BAND         PIC X(05).
008100     05  AC-NODOB            PIC X(06).
008200     05  AC-TOTAL            PIC X(07).
008300     05  FILLER              PIC X(04).
008400 01  AGEB-DETAIL-REC.
008500     05  AB-LEVEL            PIC X(04).
008600     05  AB-CODE             PIC X(04).
008700     05  FILLER              PIC X(01).
008800     05  AB-CELL             OCCURS 9 TIMES.
008900         10  FILLER          PIC X(01).
009000         10  AB-COUNT        PIC ZZZZ9.
009100     05  FILLER              PIC X(01).
009200     05  AB-NODOB            PIC ZZZZ9.
009300     05  FILLER              PIC X(01).
009400     05  AB-TOTAL            PIC ZZZZZ9.
009500     05  FILLER              PIC X(04).
009600 01  AGEB-FLAG-REC.
009700     05  AF-LIT1             PIC X(14).
009800     05  AF-CODE             PIC X(04).
009900     05  AF-LIT2             PIC X(22).
010000     05  AF-COUNT            PIC ZZZZ9.
010100     05  FILLER              PIC X(35).
010200 01  AGEB-PROJ-REC.
010300     05  AP-HORIZON          PIC X(11).
010400     05  FILLER              PIC X(01).
010500     05  AP-SEQ              PIC X(04).
010600     05  FILLER              PIC X(01).
010700     05  AP-AD               PIC X(15).
010800     05  FILLER              PIC X(01).
010900     05  AP-SOYAD            PIC X(15).
011000     05  FILLER              PIC X(01).
011100     05  AP-DEPT             PIC X(04).
011200     05  FILLER              PIC X(01).
011300     05  AP-ELIG-DATE        PIC 9(08).
011400     05  FILLER              PIC X(18).
011500 01  AGEB-TOTAL-REC.
011600     05  FILLER              PIC X(04).
011700     05  AT-LIT              PIC X(30).
011800     05  AT-COUNT            PIC ZZZZZZ9.
011900     05  FILLER              PIC X(39).
012000 01  AGEB-STATUS-REC.
012100     05  AS-LIT              PIC X(40).
012200     05  FILLER              PIC X(40).
012300*
012400 FD  AGEB-CSV RECORDING MODE F.
012500 01  AGEB-CSV-LINE           PIC X(160).
012600*
012700 WORKING-STORAGE SECTION.
012800 01  WS-WORK-AREA.
012900     05  DEPT-ST             PIC 9(02).
013000         88  DEPT-EOF                   VALUE 10.
013100         88  DEPT-SUCCESS               VALUE 00 97.
013200     05  ACCT-ST             PIC 9(02).
013300         88  ACCT-EOF                   VALUE 10 23.
013400         88  ACCT-SUCCESS               VALUE 00 97.
013500     05  CTL-ST              PIC 9(02).
013600         88  CTL-SUCCESS                VALUE 00 97.
013700         88  CTL-NOT-FOUND              VALUE 05.
013800         88  CTL-EOF                    VALUE 10.
013900     05  RPT-ST              PIC 9(02).
014000         88  RPT-SUCCESS                VALUE 00 97.
014100     05  CSV-ST              PIC 9(02).
014200         88  CSV-SUCCESS                VALUE 00 97.
014300*----------------------------------------------------------------
014400* THE AGE BANDS. WS-BAND-LIMIT(N) IS THE HIGHEST AGE IN BAND N;
014500* THE BAND AFTER THE LAST LIMIT TAKES EVERY OLDER AGE. THE
014600* DEFAULTS STAND UNLESS THE CTLCARD GIVES A GOOD ASCENDING SET
014700*----------------------------------------------------------------
014800 01  WS-BAND-LIMIT-VALUES    PIC X(16) VALUE '2434445464000000'.
014900 01  WS-BAND-LIMITS REDEFINES WS-BAND-LIMIT-VALUES.
015000     05  WS-BAND-LIMIT       PIC 9(02) OCCURS 8 TIMES.
015100 01  WS-LIMIT-USED           PIC 9(02) COMP VALUE 5.
015200 01  WS-BAND-USED            PIC 9(02) COMP VALUE 6.
015300 01  WS-BAND-SUB             PIC 9(02) COMP.
015400 01  WS-BAND-PREV            PIC 9(02) COMP.
015500 01  WS-BAND-FOUND           PIC 9(02) COMP.
015600 01  WS-BAND-LABELS.
015700     05  WS-BAND-LABEL       PIC X(05) OCCURS 9 TIMES.
015800 01  WS-LABEL-WORK.
015900     05  WS-LBL-LOW          PIC 9(02).
016000     05  WS-LBL-SEP          PIC X(01).
016100     05  WS-LBL-HIGH-X       PIC X(02).
016200     05  WS-LBL-HIGH REDEFINES WS-LBL-HIGH-X PIC 9(02).
016300 01  WS-CARD-COUNT           PIC 9(02) COMP VALUE 0.
016400 01  WS-CARD-DONE-SW         PIC X(01).
016500     88  WS-CARD-DONE                VALUE 'Y'.
016600 01  WS-CARD-BAD-SW          PIC X(01) VALUE 'N'.
016700     88  WS-CARD-BANDS-BAD           VALUE 'Y'.
016800 01  WS-RETIRE-AGE           PIC 9(03) VALUE 65.
016900*----------------------------------------------------------------
017000* WORKING STORAGE FOR THE PER-DEPARTMENT BAND TABLE, LOADED FROM
017100* DEPTMST AT START OF RUN AS IN FBEG010; A CODE SEEN ON ACCTREC
017200* WITH NO MASTER ENTRY IS ADDED ON THE FLY AND FLAGGED
017300*----------------------------------------------------------------
017400 01  WS-DEPT-TABLE.
017500     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
017600         10  WS-DT-CODE      PIC X(04).
017700         10  WS-DT-NAME      PIC X(25).
017800         10  WS-DT-ON-MST    PIC X(01).
017900             88  WS-DT-ON-MASTER        VALUE 'Y'.
018000         10  WS-DT-HEADCOUNT PIC 9(07) COMP.
018100         10  WS-DT-NODOB     PIC 9(07) COMP.
018200         10  WS-DT-BAND-CNT  PIC 9(07) COMP OCCURS 9 TIMES.
018300         10  WS-DT-PARENT    PIC X(04).
018400         10  WS-DT-DIV-SUB   PIC 9(03) COMP.
018500 01  WS-DEPT-USED            PIC 9(03) COMP VALUE 0.
018600 01  WS-DEPT-SUB             PIC 9(03) COMP.
018700 01  WS-DEPT-FOUND-SUB       PIC 9(03) COMP.
018800*----------------------------------------------------------------
018900* WORKING STORAGE FOR THE DIVISION ROLLUP, AS IN FBEG010: EACH
019000* ENTRY'S DIVISION IS THE HIGHEST ANCESTOR ITS PARENT CHAIN
019100* REACHES IN THE TABLE (ITSELF WHEN THE PARENT IS BLANK, UNKNOWN
019200* OR THE CHAIN RUNS DEEPER THAN TWENTY LEVELS)
019300*----------------------------------------------------------------
019400 01  WS-DIV-SUB              PIC 9(03) COMP.
019500 01  WS-SCAN-SUB             PIC 9(03) COMP.
019600 01  WS-PARENT-FOUND-SUB     PIC 9(03) COMP.
019700 01  WS-LOOKUP-CODE          PIC X(04).
019800 01  WS-CHAIN-SUB            PIC 9(03) COMP.
019900 01  WS-CHAIN-DEPTH          PIC 9(03) COMP.
020000 01  WS-CHAIN-DONE-SW        PIC X(01).
020100     88  WS-CHAIN-DONE               VALUE 'Y'.
020200 01  WS-DIV-FIGURES.
020300     05  WS-DIV-HEADCOUNT    PIC 9(07) COMP.
020400     05  WS-DIV-NODOB        PIC 9(07) COMP.
020500     05  WS-DIV-BAND-CNT     PIC 9(07) COMP OCCURS 9 TIMES.
020600 01  WS-CO-FIGURES.
020700     05  WS-CO-HEADCOUNT     PIC 9(07) COMP.
020800     05  WS-CO-NODOB         PIC 9(07) COMP.
020900     05  WS-CO-BAND-CNT      PIC 9(07) COMP OCCURS 9 TIMES.
021000*----------------------------------------------------------------
021100* ONE LINE OF THE BAND TABLE, BUILT BY THE CALLER FOR A
021200* DEPARTMENT, DIVISION OR THE COMPANY AND WRITTEN TO BOTH AGEBRPT
021300* AND AGEBCSV
021400*----------------------------------------------------------------
021500 01  WS-LINE-WORK.
021600     05  WS-LN-LEVEL         PIC X(04).
021700     05  WS-LN-CODE          PIC X(04).
021800     05  WS-LN-NAME          PIC X(25).
021900     05  WS-LN-HEADCOUNT     PIC 9(07) COMP.
022000     05  WS-LN-NODOB         PIC 9(07) COMP.
022100     05  WS-LN-BAND-CNT      PIC 9(07) COMP OCCURS 9 TIMES.
022200 01  WS-CSV-PTR              PIC 9(03) COMP.
022300 01  WS-CSV-COUNT            PIC 9(07).
022400*----------------------------------------------------------------
022500* THE RETIREMENT PROJECTION, HELD IN (ELIGIBILITY DATE, ACCT-SEQ)
022600* ORDER. MORE PEOPLE DUE WITHIN FIVE YEARS THAN THE TABLE HOLDS IS
022700* A HARD STOP, NOT A SHORT LIST
022800*----------------------------------------------------------------
022900 01  WS-RP-TABLE.
023000     05  WS-RP-ENTRY         OCCURS 10000 TIMES.
023100         10  WS-RP-KEY.
023200             15  WS-RP-DATE  PIC 9(08).
023300             15  WS-RP-SEQ   PIC X(04).
023400         10  WS-RP-AD        PIC X(15).
023500         10  WS-RP-SOYAD     PIC X(15).
023600         10  WS-RP-DEPT      PIC X(04).
023700         10  WS-RP-HORIZON   PIC X(11).
023800 01  WS-RP-USED              PIC 9(05) COMP VALUE 0.
023900 01  WS-RP-SUB               PIC 9(05) COMP.
024000 01  WS-RP-PREV              PIC 9(05) COMP.
024100 01  WS-RP-NEW-KEY.
024200     05  WS-RP-NEW-DATE      PIC 9(08).
024300     05  WS-RP-NEW-SEQ       PIC X(04).
024400 01  WS-RP-PLACED-SW         PIC X(01).
024500     88  WS-RP-PLACED                VALUE 'Y'.
024600 01  WS-RP-HORIZON-TEXT      PIC X(11).
024700 01  WS-HOR1-DATE            PIC 9(08).
024800 01  WS-HOR3-DATE            PIC 9(08).
024900 01  WS-HOR5-DATE            PIC 9(08).
025000 01  WS-ELIG-DATE            PIC 9(08).
025100*----------------------------------------------------------------
025200* AN ANNIVERSARY OF WS-ANV-BASE IN YEAR WS-ANV-YYYY. A 29 FEBRUARY
025300* BASE FALLS ON 1 MARCH IN A SHORT YEAR, THE DAY THE FARK
025400* ARITHMETIC FIRST COUNTS THE NEW YEAR OF AGE
025500*----------------------------------------------------------------
025600 01  WS-ANV-BASE             PIC 9(08).
025700 01  WS-ANV-BASE-BRK REDEFINES WS-ANV-BASE.
025800     05  WS-ANV-BASE-YYYY    PIC 9(04).
025900     05  WS-ANV-BASE-MM      PIC 9(02).
026000     05  WS-ANV-BASE-DD      PIC 9(02).
026100 01  WS-ANV-DATE             PIC 9(08).
026200 01  WS-ANV-BRK REDEFINES WS-ANV-DATE.
026300     05  WS-ANV-YYYY         PIC 9(04).
026400     05  WS-ANV-MM           PIC 9(02).
026500     05  WS-ANV-DD           PIC 9(02).
026600*----------------------------------------------------------------
026700* WORKING STORAGE FOR THE FARK YEARS/MONTHS/DAYS BREAKDOWN AND
026800* THE CALENDAR-DATE VALIDATION AHEAD OF IT, AS IN FBEG010
026900*----------------------------------------------------------------
027000 01  WS-DATE-WORK.
027100     05  WS-DTAR-NUM         PIC 9(08).
027200     05  WS-DTAR-BRK REDEFINES WS-DTAR-NUM.
027300         10  WS-DTAR-YYYY    PIC 9(04).
027400         10  WS-DTAR-MM      PIC 9(02).
027500         10  WS-DTAR-DD      PIC 9(02).
027600     05  WS-TODAY-NUM        PIC 9(08).
027700     05  WS-TODAY-BRK REDEFINES WS-TODAY-NUM.
027800         10  WS-TODAY-YYYY   PIC 9(04).
027900         10  WS-TODAY-MM     PIC 9(02).
028000         10  WS-TODAY-DD     PIC 9(02).
028100     05  WS-BRW-YYYY         PIC 9(04).
028200     05  WS-BRW-MM           PIC S9(02).
028300     05  WS-BRW-COUNT        PIC 9(02) COMP.
028400     05  WS-DAYS-IN-MONTH    PIC S9(03).
028500 01  WS-FARK-BREAKDOWN.
028600     05  WS-FARK-Y           PIC S9(04).
028700     05  WS-FARK-M           PIC S9(02).
028800     05  WS-FARK-D           PIC S9(02).
028900 01  WS-CHK-DATE-WORK.
029000     05  WS-CHK-YYYY         PIC 9(04).
029100     05  WS-CHK-MM           PIC 9(02).
029200     05  WS-CHK-NEXT-YYYY    PIC 9(04).
029300     05  WS-CHK-NEXT-MM      PIC 9(02).
029400     05  WS-CHK-DATE1        PIC 9(08).
029500     05  WS-CHK-DATE2        PIC 9(08).
029600     05  WS-CHK-DAYS         PIC S9(03).
029700 01  WS-VALID-SW             PIC X(01).
029800     88  WS-DATES-VALID              VALUE 'Y'.
029900     88  WS-DATES-INVALID            VALUE 'N'.
030000 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
030100*----------------------------------------------------------------
030200* RUN TOTALS. RECORDS READ = AGED INTO A BAND + NO USABLE BIRTH
030300* DATE
030400*----------------------------------------------------------------
030500 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
030600 01  WS-AGED-COUNT           PIC 9(07) COMP VALUE 0.
030700 01  WS-NO-AGE-COUNT         PIC 9(07) COMP VALUE 0.
030800 01  WS-PAST-AGE-COUNT       PIC 9(07) COMP VALUE 0.
030900 01  WS-DUE1-COUNT           PIC 9(07) COMP VALUE 0.
031000 01  WS-DUE3-COUNT           PIC 9(07) COMP VALUE 0.
031100 01  WS-DUE5-COUNT           PIC 9(07) COMP VALUE 0.
031200*----------------------------------------------------------------
031300* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
031400* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
031500*----------------------------------------------------------------
031600     COPY LOKREQ.
031611*----------------------------------------------------------------
031622* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
031633* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
031644* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
031655* THEIRS
031666*----------------------------------------------------------------
031677     COPY CYCREQ.
031688 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
031700 01  WS-ABEND-INFO.
031800     05  WS-ABEND-FILE       PIC X(08).
031900     05  WS-ABEND-STATUS     PIC X(02).
032000*----------------------------------------------------------------
032100 PROCEDURE DIVISION.
032200*----------------------------------------------------------------
032300* 0000-MAIN - SET UP THE BANDS, LOAD THE DEPARTMENT MASTER, SWEEP
032400*             ACCTREC INTO THE BAND TABLE AND THE RETIREMENT
032500*             PROJECTION AND PRINT BOTH
032600*----------------------------------------------------------------
032700 0000-MAIN.
032750     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
032800     PERFORM H100-OPEN-FILES.
032900     PERFORM H105-READ-CTL-CARD THRU H105-END.
033000     PERFORM H130-BUILD-BAND-LABELS THRU H130-END.
033100     PERFORM H110-LOAD-DEPT-MASTER THRU H110-END.
033200     PERFORM H200-PROCESS THRU H200-END UNTIL ACCT-EOF.
033300     PERFORM H999-PROGRAM-EXIT.
033305*----------------------------------------------------------------
033310* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
033315*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
033320*                         AND WAITS ON NO OTHER STEP, BUT A
033325*                         REFUSAL STILL ENDS THE RUN WITH THE
033330*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
033335*                         ANYTHING OPENS
033340*----------------------------------------------------------------
033345 H050-BEGIN-CYCLE-STEP.
033350     MOVE 'B'        TO CYC-FUNCTION
033355     MOVE 'FBEG015 ' TO CYC-STEP
033360     CALL 'FBEN005' USING CYC-REQUEST
033365     IF NOT CYC-GO
033370         DISPLAY '*** FBEG015 *** REFUSED BY CYCLE CONTROL'
033375         MOVE CYC-REPLY-RC TO RETURN-CODE
033380         STOP RUN
033385     END-IF
033390 H050-END. EXIT.
033400*----------------------------------------------------------------
033500* H100-OPEN-FILES - OPEN THE TWO MASTERS AND THE TWO OUTPUTS, SET
033600*                   THE RUN DATE AND THE 1/3/5-YEAR HORIZONS, AND
033700*                   READ THE FIRST ACCTREC RECORD
033800*----------------------------------------------------------------
033900 H100-OPEN-FILES.
034000*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
034100*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
034200     MOVE 'S'        TO LOK-FUNCTION
034300     MOVE 'FBEG015 ' TO LOK-PGM-NAME
034400     CALL 'FBEK005' USING LOK-REQUEST
034500     IF LOK-BUSY
034600         DISPLAY '*** FBEG015 *** ACCTREC HELD BY ANOTHER RUN'
034700         MOVE 12 TO RETURN-CODE
034750         PERFORM H310-END-CYCLE-STEP THRU H310-END
034800         STOP RUN
034900     END-IF
035000     OPEN INPUT  DEPT-MST.
035100     IF NOT DEPT-SUCCESS
035200         MOVE 'DEPTMST' TO WS-ABEND-FILE
035300         MOVE DEPT-ST   TO WS-ABEND-STATUS
035400         PERFORM H910-ABEND-RTN
035500     END-IF
035600     OPEN INPUT  ACCT-REC.
035700     IF NOT ACCT-SUCCESS
035800         MOVE 'ACCTREC' TO WS-ABEND-FILE
035900         MOVE ACCT-ST   TO WS-ABEND-STATUS
036000         PERFORM H910-ABEND-RTN
036100     END-IF
036200     OPEN OUTPUT AGEB-RPT.
036300     IF NOT RPT-SUCCESS
036400         MOVE 'AGEBRPT' TO WS-ABEND-FILE
036500         MOVE RPT-ST    TO WS-ABEND-STATUS
036600         PERFORM H910-ABEND-RTN
036700     END-IF
036800     OPEN OUTPUT AGEB-CSV.
036900     IF NOT CSV-SUCCESS
037000         MOVE 'AGEBCSV' TO WS-ABEND-FILE
037100         MOVE CSV-ST    TO WS-ABEND-STATUS
037200         PERFORM H910-ABEND-RTN
037300     END-IF
037400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
037500     MOVE WS-RUN-DATE TO WS-ANV-BASE
037600     COMPUTE WS-ANV-YYYY = WS-ANV-BASE-YYYY + 1
037700     PERFORM H255-ANNIVERSARY
037800     MOVE WS-ANV-DATE TO WS-HOR1-DATE
037900     COMPUTE WS-ANV-YYYY = WS-ANV-BASE-YYYY + 3
038000     PERFORM H255-ANNIVERSARY
038100     MOVE WS-ANV-DATE TO WS-HOR3-DATE
038200     COMPUTE WS-ANV-YYYY = WS-ANV-BASE-YYYY + 5
038300     PERFORM H255-ANNIVERSARY
038400     MOVE WS-ANV-DATE TO WS-HOR5-DATE
038500     READ ACCT-REC.
038600     PERFORM H921-CHECK-ACCT-STATUS
038700     IF ACCT-SUCCESS
038800         ADD 1 TO WS-READ-COUNT
038900     END-IF
039000 H100-END. EXIT.
039100*----------------------------------------------------------------
039200* H105-READ-CTL-CARD - PICK UP THE OPTIONAL RETIREMENT AGE AND
039300*                      BAND AGES. NO CARD, OR BLANK FIELDS, KEEP
039400*                      THE DEFAULTS. THE BAND AGES END AT THE
039500*                      FIRST BLANK OR ZERO ONE AND MUST RISE
039600*                      STRICTLY; A SET THAT DOES NOT IS SET ASIDE
039700*                      WHOLE
039800*----------------------------------------------------------------
039900 H105-READ-CTL-CARD.
040000     OPEN INPUT CTL-CARD.
040100     IF CTL-SUCCESS
040200         READ CTL-CARD
040300         IF CTL-SUCCESS
040400             IF CTL-RETIRE-AGE NUMERIC AND CTL-RETIRE-AGE > 0
040500                 MOVE CTL-RETIRE-AGE TO WS-RETIRE-AGE
040600             END-IF
040700             MOVE 'N' TO WS-CARD-DONE-SW
040800             PERFORM H107-CHECK-ONE-LIMIT THRU H107-END
040900                 VARYING WS-BAND-SUB FROM 1 BY 1
041000                 UNTIL WS-BAND-SUB > 8 OR WS-CARD-DONE
041100             IF WS-CARD-COUNT > 0 AND NOT WS-CARD-BANDS-BAD
041200                 MOVE CTL-BAND-LIMITS TO WS-BAND-LIMITS
041300                 MOVE WS-CARD-COUNT   TO WS-LIMIT-USED
041400             END-IF
041500         ELSE
041600             IF NOT CTL-EOF
041700                 MOVE 'CTLCARD' TO WS-ABEND-FILE
041800                 MOVE CTL-ST    TO WS-ABEND-STATUS
041900                 PERFORM H910-ABEND-RTN
042000             END-IF
042100         END-IF
042200         CLOSE CTL-CARD
042300     ELSE
042400         IF NOT CTL-NOT-FOUND
042500             MOVE 'CTLCARD' TO WS-ABEND-FILE
042600             MOVE CTL-ST    TO WS-ABEND-STATUS
042700             PERFORM H910-ABEND-RTN
042800         END-IF
042900     END-IF
043000     COMPUTE WS-BAND-USED = WS-LIMIT-USED + 1
043100 H105-END. EXIT.
043200*----------------------------------------------------------------
043300* H107-CHECK-ONE-LIMIT - ACCEPT ONE CTLCARD BAND AGE, OR END THE
043400*                        LIST AT A BLANK OR ZERO ONE, OR REJECT
043500*                        THE SET WHEN IT DOES NOT RISE ABOVE THE
043600*                        LAST
043700*----------------------------------------------------------------
043800 H107-CHECK-ONE-LIMIT.
043900     IF CTL-BAND-LIMIT(WS-BAND-SUB) NOT NUMERIC
044000        OR CTL-BAND-LIMIT(WS-BAND-SUB) = 0
044100         MOVE 'Y' TO WS-CARD-DONE-SW
044200         GO TO H107-END
044300     END-IF
044400     IF WS-BAND-SUB > 1
044500         COMPUTE WS-BAND-PREV = WS-BAND-SUB - 1
044600         IF CTL-BAND-LIMIT(WS-BAND-SUB)
044700            NOT > CTL-BAND-LIMIT(WS-BAND-PREV)
044800             MOVE 'Y' TO WS-CARD-BAD-SW
044900             MOVE 'Y' TO WS-CARD-DONE-SW
045000             GO TO H107-END
045100         END-IF
045200     END-IF
045300     ADD 1 TO WS-CARD-COUNT
045400 H107-END. EXIT.
045500*----------------------------------------------------------------
045600* H110-LOAD-DEPT-MASTER - READ THE WHOLE DEPARTMENT MASTER INTO
045700*                         WS-DEPT-TABLE, AS IN FBEG010
045800*----------------------------------------------------------------
045900 H110-LOAD-DEPT-MASTER.
046000     READ DEPT-MST.
046100     PERFORM H920-CHECK-DEPT-STATUS
046200     PERFORM H115-LOAD-ONE-DEPT THRU H115-END UNTIL DEPT-EOF
046300 H110-END. EXIT.
046400*----------------------------------------------------------------
046500* H115-LOAD-ONE-DEPT - ADD ONE DEPTMST RECORD TO WS-DEPT-TABLE
046600*                      AND READ THE NEXT ONE
046700*----------------------------------------------------------------
046800 H115-LOAD-ONE-DEPT.
046900     PERFORM H120-ADD-DEPT-ENTRY THRU H120-END
047000     MOVE DEPT-CODE        TO WS-DT-CODE(WS-DEPT-SUB)
047100     MOVE DEPT-NAME        TO WS-DT-NAME(WS-DEPT-SUB)
047200     MOVE 'Y'              TO WS-DT-ON-MST(WS-DEPT-SUB)
047300     MOVE DEPT-PARENT-CODE TO WS-DT-PARENT(WS-DEPT-SUB)
047400     READ DEPT-MST.
047500     PERFORM H920-CHECK-DEPT-STATUS
047600 H115-END. EXIT.
047700*----------------------------------------------------------------
047800* H120-ADD-DEPT-ENTRY - CLAIM AND ZERO THE NEXT FREE WS-DEPT-TABLE
047900*                       ENTRY, LEAVING ITS NUMBER IN WS-DEPT-SUB.
048000*                       A RUN WITH MORE DISTINCT CODES THAN THE
048100*                       TABLE HOLDS IS A HARD STOP, NOT A SILENT
048200*                       TRUNCATION
048300*----------------------------------------------------------------
048400 H120-ADD-DEPT-ENTRY.
048500     IF WS-DEPT-USED >= 100
048600         DISPLAY '*** FBEG015 ABEND *** DEPT TABLE FULL'
048700         MOVE 16 TO RETURN-CODE
048800         PERFORM H300-CLOSE-FILES
048900         STOP RUN
049000     END-IF
049100     ADD 1 TO WS-DEPT-USED
049200     MOVE WS-DEPT-USED TO WS-DEPT-SUB
049300     MOVE SPACES TO WS-DT-CODE(WS-DEPT-SUB)
049400     MOVE SPACES TO WS-DT-NAME(WS-DEPT-SUB)
049500     MOVE 'N'    TO WS-DT-ON-MST(WS-DEPT-SUB)
049600     MOVE 0      TO WS-DT-HEADCOUNT(WS-DEPT-SUB)
049700     MOVE 0      TO WS-DT-NODOB(WS-DEPT-SUB)
049800     PERFORM H125-ZERO-ONE-BAND THRU H125-END
049900         VARYING WS-BAND-SUB FROM 1 BY 1
050000         UNTIL WS-BAND-SUB > 9
050100     MOVE SPACES TO WS-DT-PARENT(WS-DEPT-SUB)
050200     MOVE 0      TO WS-DT-DIV-SUB(WS-DEPT-SUB)
050300 H120-END. EXIT.
050400*----------------------------------------------------------------
050500* H125-ZERO-ONE-BAND - ZERO ONE BAND COUNT OF THE NEW ENTRY
050600*----------------------------------------------------------------
050700 H125-ZERO-ONE-BAND.
050800     MOVE 0 TO WS-DT-BAND-CNT(WS-DEPT-SUB, WS-BAND-SUB)
050900 H125-END. EXIT.
051000*----------------------------------------------------------------
051100* H130-BUILD-BAND-LABELS - WORK OUT THE COLUMN LABEL OF EVERY BAND
051200*                          IN USE: LOW-HIGH, OR LOW+ FOR THE OPEN
051300*                          TOP BAND
051400*----------------------------------------------------------------
051500 H130-BUILD-BAND-LABELS.
051600     MOVE SPACES TO WS-BAND-LABELS
051700     PERFORM H135-LABEL-ONE-BAND THRU H135-END
051800         VARYING WS-BAND-SUB FROM 1 BY 1
051900         UNTIL WS-BAND-SUB > WS-BAND-USED
052000 H130-END. EXIT.
052100*----------------------------------------------------------------
052200* H135-LABEL-ONE-BAND - BUILD ONE BAND'S COLUMN LABEL
052300*----------------------------------------------------------------
052400 H135-LABEL-ONE-BAND.
052500     IF WS-BAND-SUB = 1
052600         MOVE 0 TO WS-LBL-LOW
052700     ELSE
052800         COMPUTE WS-BAND-PREV = WS-BAND-SUB - 1
052900         COMPUTE WS-LBL-LOW = WS-BAND-LIMIT(WS-BAND-PREV) + 1
053000     END-IF
053100     IF WS-BAND-SUB > WS-LIMIT-USED
053200         MOVE '+'    TO WS-LBL-SEP
053300         MOVE SPACES TO WS-LBL-HIGH-X
053400     ELSE
053500         MOVE '-'    TO WS-LBL-SEP
053600         MOVE WS-BAND-LIMIT(WS-BAND-SUB) TO WS-LBL-HIGH
053700     END-IF
053800     MOVE WS-LABEL-WORK TO WS-BAND-LABEL(WS-BAND-SUB)
053900 H135-END. EXIT.
054000*----------------------------------------------------------------
054100* H200-PROCESS - COUNT ONE ACCTREC RECORD INTO ITS DEPARTMENT'S
054200*                BAND, OR ITS NODOB COLUMN, PROJECT ITS RETIREMENT
054300*                AND READ THE NEXT RECORD
054400*----------------------------------------------------------------
054500 H200-PROCESS.
054600     PERFORM H230-FIND-DEPT THRU H230-END
054700     ADD 1 TO WS-DT-HEADCOUNT(WS-DEPT-FOUND-SUB)
054800     PERFORM H210-VALIDATE-DATES THRU H210-END
054900     IF WS-DATES-VALID
055000         PERFORM H220-BREAK-DOWN-FARK
055100         PERFORM H240-PLACE-IN-BAND THRU H240-END
055200         PERFORM H250-PROJECT-RETIREMENT THRU H250-END
055300     ELSE
055400         ADD 1 TO WS-NO-AGE-COUNT
055500         ADD 1 TO WS-DT-NODOB(WS-DEPT-FOUND-SUB)
055600     END-IF
055700     READ ACCT-REC.
055800     PERFORM H921-CHECK-ACCT-STATUS
055900     IF ACCT-SUCCESS
056000         ADD 1 TO WS-READ-COUNT
056100     END-IF
056200 H200-END. EXIT.
056300*----------------------------------------------------------------
056400* H210-VALIDATE-DATES - CONFIRM ACCT-DTAR IS A REAL CALENDAR DATE
056500*                       AND IS NOT AFTER WS-RUN-DATE, AS IN
056600*                       FBEG010
056700*----------------------------------------------------------------
056800 H210-VALIDATE-DATES.
056900     MOVE 'Y' TO WS-VALID-SW
057000     IF ACCT-DTAR NOT NUMERIC
057100         MOVE 'N' TO WS-VALID-SW
057200         GO TO H210-END
057300     END-IF
057400     MOVE ACCT-DTAR   TO WS-DTAR-NUM
057500     MOVE WS-RUN-DATE TO WS-TODAY-NUM
057600     IF WS-DTAR-NUM = 0
057700         MOVE 'N' TO WS-VALID-SW
057800         GO TO H210-END
057900     END-IF
058000     IF WS-DTAR-YYYY < 1601 OR WS-DTAR-MM < 1
058100                             OR WS-DTAR-MM > 12
058200         MOVE 'N' TO WS-VALID-SW
058300         GO TO H210-END
058400     END-IF
058500     MOVE WS-DTAR-YYYY TO WS-CHK-YYYY
058600     MOVE WS-DTAR-MM   TO WS-CHK-MM
058700     PERFORM H212-DAYS-IN-MONTH
058800     IF WS-DTAR-DD < 1 OR WS-DTAR-DD > WS-CHK-DAYS
058900         MOVE 'N' TO WS-VALID-SW
059000         GO TO H210-END
059100     END-IF
059200     IF ACCT-DTAR > WS-RUN-DATE
059300         MOVE 'N' TO WS-VALID-SW
059400     END-IF
059500 H210-END. EXIT.
059600*----------------------------------------------------------------
059700* H212-DAYS-IN-MONTH - RETURN THE NUMBER OF DAYS IN WS-CHK-YYYY/
059800*                      WS-CHK-MM AS WS-CHK-DAYS, USING
059900*                      INTEGER-OF-DATE SO LEAP YEARS ARE HANDLED
060000*                      WITHOUT A HAND-CODED LEAP-YEAR RULE
060100*----------------------------------------------------------------
060200 H212-DAYS-IN-MONTH.
060300     COMPUTE WS-CHK-DATE1 = WS-CHK-YYYY * 10000
060400                           + WS-CHK-MM   * 100 + 01
060500     MOVE WS-CHK-YYYY TO WS-CHK-NEXT-YYYY
060600     COMPUTE WS-CHK-NEXT-MM = WS-CHK-MM + 1
060700     IF WS-CHK-NEXT-MM > 12
060800         MOVE 1 TO WS-CHK-NEXT-MM
060900         ADD 1 TO WS-CHK-NEXT-YYYY
061000     END-IF
061100     COMPUTE WS-CHK-DATE2 = WS-CHK-NEXT-YYYY * 10000
061200                           + WS-CHK-NEXT-MM   * 100 + 01
061300     COMPUTE WS-CHK-DAYS = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE2)
061400                         - FUNCTION INTEGER-OF-DATE(WS-CHK-DATE1)
061500 H212-END. EXIT.
061600*----------------------------------------------------------------
061700* H220-BREAK-DOWN-FARK - SPLIT THE GAP BETWEEN ACCT-DTAR AND THE
061800*                        RUN DATE INTO Y/M/D, AS IN FBEG010, SO
061900*                        WS-FARK-Y CARRIES THE AGE IN WHOLE YEARS
062000*----------------------------------------------------------------
062100 H220-BREAK-DOWN-FARK.
062200     MOVE ACCT-DTAR   TO   WS-DTAR-NUM
062300     MOVE WS-RUN-DATE TO   WS-TODAY-NUM
062400     COMPUTE WS-FARK-D = WS-TODAY-DD - WS-DTAR-DD
062500     COMPUTE WS-FARK-M = WS-TODAY-MM - WS-DTAR-MM
062600     COMPUTE WS-FARK-Y = WS-TODAY-YYYY - WS-DTAR-YYYY
062700     MOVE 0 TO WS-BRW-COUNT
062800     PERFORM H225-BORROW-DAY UNTIL WS-FARK-D >= 0
062900     PERFORM H227-BORROW-MONTH UNTIL WS-FARK-M >= 0
063000 H220-END. EXIT.
063100*----------------------------------------------------------------
063200* H225-BORROW-DAY - BORROW A MONTH'S WORTH OF DAYS, GOING BACK ONE
063300*                   MORE CALENDAR MONTH EACH TIME IT IS PERFORMED.
063400*                   LOOPED FROM H220-BREAK-DOWN-FARK UNTIL
063500*                   WS-FARK-D IS NO LONGER NEGATIVE
063600*----------------------------------------------------------------
063700 H225-BORROW-DAY.
063800     MOVE WS-TODAY-YYYY TO WS-BRW-YYYY
063900     COMPUTE WS-BRW-MM = WS-TODAY-MM - 1 - WS-BRW-COUNT
064000     PERFORM H226-NORMALIZE-BORROW-MONTH UNTIL WS-BRW-MM > 0
064100     MOVE WS-BRW-YYYY TO WS-CHK-YYYY
064200     MOVE WS-BRW-MM   TO WS-CHK-MM
064300     PERFORM H212-DAYS-IN-MONTH
064400     MOVE WS-CHK-DAYS TO WS-DAYS-IN-MONTH
064500     ADD WS-DAYS-IN-MONTH TO WS-FARK-D
064600     SUBTRACT 1 FROM WS-FARK-M
064700     ADD 1 TO WS-BRW-COUNT
064800 H225-END. EXIT.
064900*----------------------------------------------------------------
065000* H226-NORMALIZE-BORROW-MONTH - ROLL WS-BRW-MM/WS-BRW-YYYY BACK
065100*                               ONE YEAR AT A TIME UNTIL THE
065200*                               BORROWED MONTH NUMBER IS A REAL
065300*                               1-12 MONTH
065400*----------------------------------------------------------------
065500 H226-NORMALIZE-BORROW-MONTH.
065600     ADD 12 TO WS-BRW-MM
065700     SUBTRACT 1 FROM WS-BRW-YYYY
065800 H226-END. EXIT.
065900*----------------------------------------------------------------
066000* H227-BORROW-MONTH - BORROW A YEAR'S WORTH OF MONTHS. LOOPED FROM
066100*                     H220-BREAK-DOWN-FARK UNTIL WS-FARK-M IS NO
066200*                     LONGER NEGATIVE
066300*----------------------------------------------------------------
066400 H227-BORROW-MONTH.
066500     ADD 12 TO WS-FARK-M
066600     SUBTRACT 1 FROM WS-FARK-Y
066700 H227-END. EXIT.
066800*----------------------------------------------------------------
066900* H230-FIND-DEPT - LOCATE THIS RECORD'S ACCT-DEPT-CODE IN
067000*                  WS-DEPT-TABLE, ADDING AN OFF-MASTER ENTRY FOR A
067100*                  CODE THE MASTER DOES NOT KNOW, AND LEAVE THE
067200*                  ENTRY NUMBER IN WS-DEPT-FOUND-SUB
067300*----------------------------------------------------------------
067400 H230-FIND-DEPT.
067500     MOVE 0 TO WS-DEPT-FOUND-SUB
067600     PERFORM H235-MATCH-ONE-DEPT THRU H235-END
067700         VARYING WS-DEPT-SUB FROM 1 BY 1
067800         UNTIL WS-DEPT-SUB > WS-DEPT-USED
067900            OR WS-DEPT-FOUND-SUB > 0
068000     IF WS-DEPT-FOUND-SUB = 0
068100         PERFORM H120-ADD-DEPT-ENTRY THRU H120-END
068200         MOVE ACCT-DEPT-CODE TO WS-DT-CODE(WS-DEPT-SUB)
068300         MOVE WS-DEPT-SUB    TO WS-DEPT-FOUND-SUB
068400     END-IF
068500 H230-END. EXIT.
068600*----------------------------------------------------------------
068700* H235-MATCH-ONE-DEPT - COMPARE ONE WS-DEPT-TABLE ENTRY AGAINST
068800*                       THIS RECORD'S ACCT-DEPT-CODE
068900*----------------------------------------------------------------
069000 H235-MATCH-ONE-DEPT.
069100     IF WS-DT-CODE(WS-DEPT-SUB) = ACCT-DEPT-CODE
069200         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
069300     END-IF
069400 H235-END. EXIT.
069500*----------------------------------------------------------------
069600* H240-PLACE-IN-BAND - COUNT THIS RECORD'S AGE IN WHOLE YEARS
069700*                      (WS-FARK-Y) INTO THE FIRST BAND WHOSE
069800*                      HIGHEST AGE IT DOES NOT PASS, OR THE OPEN
069900*                      TOP BAND
070000*----------------------------------------------------------------
070100 H240-PLACE-IN-BAND.
070200     MOVE 0 TO WS-BAND-FOUND
070300     PERFORM H245-TEST-ONE-BAND THRU H245-END
070400         VARYING WS-BAND-SUB FROM 1 BY 1
070500         UNTIL WS-BAND-SUB > WS-LIMIT-USED
070600            OR WS-BAND-FOUND > 0
070700     IF WS-BAND-FOUND = 0
070800         MOVE WS-BAND-USED TO WS-BAND-FOUND
070900     END-IF
071000     ADD 1 TO WS-DT-BAND-CNT(WS-DEPT-FOUND-SUB, WS-BAND-FOUND)
071100     ADD 1 TO WS-AGED-COUNT
071200 H240-END. EXIT.
071300*----------------------------------------------------------------
071400* H245-TEST-ONE-BAND - TEST THE AGE AGAINST ONE BAND'S HIGHEST AGE
071500*----------------------------------------------------------------
071600 H245-TEST-ONE-BAND.
071700     IF WS-FARK-Y NOT > WS-BAND-LIMIT(WS-BAND-SUB)
071800         MOVE WS-BAND-SUB TO WS-BAND-FOUND
071900     END-IF
072000 H245-END. EXIT.
072100*----------------------------------------------------------------
072200* H250-PROJECT-RETIREMENT - WORK OUT THE DATE THIS PERSON REACHES
072300*                           THE RETIREMENT AGE. ONE ALREADY PAST
072400*                           IT IS ONLY COUNTED; ONE WHO REACHES IT
072500*                           BY THE FIVE-YEAR HORIZON IS FILED FOR
072600*                           THE LISTING UNDER THE FIRST HORIZON
072700*                           (1, 3 OR 5 YEARS) THE DATE FALLS
072800*                           WITHIN
072900*----------------------------------------------------------------
073000 H250-PROJECT-RETIREMENT.
073100     IF WS-FARK-Y NOT < WS-RETIRE-AGE
073200         ADD 1 TO WS-PAST-AGE-COUNT
073300         GO TO H250-END
073400     END-IF
073500     MOVE ACCT-DTAR TO WS-ANV-BASE
073600     COMPUTE WS-ANV-YYYY = WS-ANV-BASE-YYYY + WS-RETIRE-AGE
073700     PERFORM H255-ANNIVERSARY
073800     MOVE WS-ANV-DATE TO WS-ELIG-DATE
073900     IF WS-ELIG-DATE > WS-HOR5-DATE
074000         GO TO H250-END
074100     END-IF
074200     ADD 1 TO WS-DUE5-COUNT
074300     IF WS-ELIG-DATE > WS-HOR3-DATE
074400         MOVE 'WITHIN 5 YR' TO WS-RP-HORIZON-TEXT
074500     ELSE
074600         ADD 1 TO WS-DUE3-COUNT
074700         IF WS-ELIG-DATE > WS-HOR1-DATE
074800             MOVE 'WITHIN 3 YR' TO WS-RP-HORIZON-TEXT
074900         ELSE
075000             ADD 1 TO WS-DUE1-COUNT
075100             MOVE 'WITHIN 1 YR' TO WS-RP-HORIZON-TEXT
075200         END-IF
075300     END-IF
075400     PERFORM H260-FILE-PROJECTION THRU H260-END
075500 H250-END. EXIT.
075600*----------------------------------------------------------------
075700* H255-ANNIVERSARY - SET WS-ANV-DATE TO THE MONTH AND DAY OF
075800*                    WS-ANV-BASE IN YEAR WS-ANV-YYYY (ALREADY SET
075900*                    BY THE CALLER), MOVING 29 FEBRUARY TO 1 MARCH
076000*                    IN A YEAR THAT HAS NONE
076100*----------------------------------------------------------------
076200 H255-ANNIVERSARY.
076300     MOVE WS-ANV-BASE-MM TO WS-ANV-MM
076400     MOVE WS-ANV-BASE-DD TO WS-ANV-DD
076500     IF WS-ANV-MM = 02 AND WS-ANV-DD = 29
076600         MOVE WS-ANV-YYYY TO WS-CHK-YYYY
076700         MOVE 02          TO WS-CHK-MM
076800         PERFORM H212-DAYS-IN-MONTH
076900         IF WS-CHK-DAYS < 29
077000             MOVE 03 TO WS-ANV-MM
077100             MOVE 01 TO WS-ANV-DD
077200         END-IF
077300     END-IF
077400 H255-END. EXIT.
077500*----------------------------------------------------------------
077600* H260-FILE-PROJECTION - SLOT THE CURRENT PERSON INTO WS-RP-TABLE
077700*                        IN (ELIGIBILITY DATE, ACCT-SEQ) ORDER,
077800*                        SHUFFLING LATER ENTRIES DOWN ONE PLACE
077900*----------------------------------------------------------------
078000 H260-FILE-PROJECTION.
078100     IF WS-RP-USED >= 10000
078200         DISPLAY '*** FBEG015 ABEND *** PROJECTION TABLE FULL'
078300         MOVE 16 TO RETURN-CODE
078400         PERFORM H300-CLOSE-FILES
078500         STOP RUN
078600     END-IF
078700     MOVE WS-ELIG-DATE TO WS-RP-NEW-DATE
078800     MOVE ACCT-SEQ     TO WS-RP-NEW-SEQ
078900     ADD 1 TO WS-RP-USED
079000     MOVE WS-RP-USED TO WS-RP-SUB
079100     MOVE 'N' TO WS-RP-PLACED-SW
079200     PERFORM H265-SHIFT-ONE-ENTRY THRU H265-END
079300         UNTIL WS-RP-SUB = 1 OR WS-RP-PLACED
079400     MOVE WS-RP-NEW-KEY      TO WS-RP-KEY(WS-RP-SUB)
079500     MOVE ACCT-AD            TO WS-RP-AD(WS-RP-SUB)
079600     MOVE ACCT-SOYAD         TO WS-RP-SOYAD(WS-RP-SUB)
079700     MOVE ACCT-DEPT-CODE     TO WS-RP-DEPT(WS-RP-SUB)
079800     MOVE WS-RP-HORIZON-TEXT TO WS-RP-HORIZON(WS-RP-SUB)
079900 H260-END. EXIT.
080000*----------------------------------------------------------------
080100* H265-SHIFT-ONE-ENTRY - MOVE THE ENTRY ABOVE THE FREE SLOT DOWN
080200*                        INTO IT IF IT SORTS AFTER THE NEW ONE;
080300*                        OTHERWISE THE FREE SLOT IS WHERE THE NEW
080400*                        ENTRY BELONGS
080500*----------------------------------------------------------------
080600 H265-SHIFT-ONE-ENTRY.
080700     COMPUTE WS-RP-PREV = WS-RP-SUB - 1
080800     IF WS-RP-KEY(WS-RP-PREV) > WS-RP-NEW-KEY
080900         MOVE WS-RP-ENTRY(WS-RP-PREV) TO WS-RP-ENTRY(WS-RP-SUB)
081000         MOVE WS-RP-PREV TO WS-RP-SUB
081100     ELSE
081200         MOVE 'Y' TO WS-RP-PLACED-SW
081300     END-IF
081400 H265-END. EXIT.
081500*----------------------------------------------------------------
081600* H400-PRINT-BAND-TABLE - HEAD BOTH OUTPUTS, RESOLVE EACH ENTRY'S
081700*                         DIVISION, PRINT THE DEPARTMENT LINES
081800*                         GROUPED UNDER THEIR DIVISIONS WITH A
081900*                         TOTAL LINE PER DIVISION AND ONE FOR THE
082000*                         COMPANY, THEN FLAG EVERY CODE THAT HAS
082100*                         NO ENTRY ON THE MASTER
082200*----------------------------------------------------------------
082300 H400-PRINT-BAND-TABLE.
082400     PERFORM H470-WRITE-HEADINGS THRU H470-END
082500     PERFORM H430-RESOLVE-DIVISIONS THRU H430-END
082600     MOVE 0 TO WS-CO-HEADCOUNT WS-CO-NODOB
082700     PERFORM H402-ZERO-ONE-CO-BAND THRU H402-END
082800         VARYING WS-BAND-SUB FROM 1 BY 1
082900         UNTIL WS-BAND-SUB > 9
083000     PERFORM H405-PRINT-ONE-DIVISION THRU H405-END
083100         VARYING WS-DIV-SUB FROM 1 BY 1
083200         UNTIL WS-DIV-SUB > WS-DEPT-USED
083300     PERFORM H450-PRINT-CO-TOTAL THRU H450-END
083400     PERFORM H420-FLAG-ONE-DEPT THRU H420-END
083500         VARYING WS-DEPT-SUB FROM 1 BY 1
083600         UNTIL WS-DEPT-SUB > WS-DEPT-USED
083700 H400-END. EXIT.
083800*----------------------------------------------------------------
083900* H402-ZERO-ONE-CO-BAND - ZERO ONE COMPANY BAND ACCUMULATOR
084000*----------------------------------------------------------------
084100 H402-ZERO-ONE-CO-BAND.
084200     MOVE 0 TO WS-CO-BAND-CNT(WS-BAND-SUB)
084300 H402-END. EXIT.
084400*----------------------------------------------------------------
084500* H405-PRINT-ONE-DIVISION - WHEN THIS ENTRY HEADS A DIVISION (ITS
084600*                           RESOLVED DIVISION IS ITSELF), PRINT
084700*                           EVERY MEMBER DEPARTMENT'S LINE UNDER
084800*                           IT AND CLOSE WITH THE DIVISION TOTAL
084900*----------------------------------------------------------------
085000 H405-PRINT-ONE-DIVISION.
085100     IF WS-DT-DIV-SUB(WS-DIV-SUB) NOT = WS-DIV-SUB
085200         GO TO H405-END
085300     END-IF
085400     MOVE 0 TO WS-DIV-HEADCOUNT WS-DIV-NODOB
085500     PERFORM H406-ZERO-ONE-DIV-BAND THRU H406-END
085600         VARYING WS-BAND-SUB FROM 1 BY 1
085700         UNTIL WS-BAND-SUB > 9
085800     PERFORM H407-PRINT-ONE-MEMBER THRU H407-END
085900         VARYING WS-DEPT-SUB FROM 1 BY 1
086000         UNTIL WS-DEPT-SUB > WS-DEPT-USED
086100     PERFORM H440-PRINT-DIV-TOTAL THRU H440-END
086200 H405-END. EXIT.
086300*----------------------------------------------------------------
086400* H406-ZERO-ONE-DIV-BAND - ZERO ONE DIVISION BAND ACCUMULATOR
086500*----------------------------------------------------------------
086600 H406-ZERO-ONE-DIV-BAND.
086700     MOVE 0 TO WS-DIV-BAND-CNT(WS-BAND-SUB)
086800 H406-END. EXIT.
086900*----------------------------------------------------------------
087000* H407-PRINT-ONE-MEMBER - PRINT ONE DEPARTMENT'S BAND LINE IF IT
087100*                         BELONGS TO THE DIVISION IN HAND AND ROLL
087200*                         IT INTO THE DIVISION AND COMPANY TOTALS
087300*----------------------------------------------------------------
087400 H407-PRINT-ONE-MEMBER.
087500     IF WS-DT-DIV-SUB(WS-DEPT-SUB) NOT = WS-DIV-SUB
087600         GO TO H407-END
087700     END-IF
087800     PERFORM H410-PRINT-ONE-DEPT THRU H410-END
087900     ADD WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-DIV-HEADCOUNT
088000     ADD WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-CO-HEADCOUNT
088100     ADD WS-DT-NODOB(WS-DEPT-SUB)     TO WS-DIV-NODOB
088200     ADD WS-DT-NODOB(WS-DEPT-SUB)     TO WS-CO-NODOB
088300     PERFORM H408-ACCUM-ONE-BAND THRU H408-END
088400         VARYING WS-BAND-SUB FROM 1 BY 1
088500         UNTIL WS-BAND-SUB > WS-BAND-USED
088600 H407-END. EXIT.
088700*----------------------------------------------------------------
088800* H408-ACCUM-ONE-BAND - ROLL ONE OF THE DEPARTMENT'S BAND COUNTS
088900*                       INTO THE DIVISION AND COMPANY TOTALS
089000*----------------------------------------------------------------
089100 H408-ACCUM-ONE-BAND.
089200     ADD WS-DT-BAND-CNT(WS-DEPT-SUB, WS-BAND-SUB)
089300         TO WS-DIV-BAND-CNT(WS-BAND-SUB)
089400     ADD WS-DT-BAND-CNT(WS-DEPT-SUB, WS-BAND-SUB)
089500         TO WS-CO-BAND-CNT(WS-BAND-SUB)
089600 H408-END. EXIT.
089700*----------------------------------------------------------------
089800* H410-PRINT-ONE-DEPT - BAND LINE FOR ONE DEPARTMENT. A MASTER
089900*                       ENTRY NO ACCTREC RECORD POINTS AT STILL
090000*                       PRINTS, WITH ZERO COUNTS
090100*----------------------------------------------------------------
090200 H410-PRINT-ONE-DEPT.
090300     MOVE SPACES                       TO WS-LN-LEVEL
090400     MOVE WS-DT-CODE(WS-DEPT-SUB)      TO WS-LN-CODE
090500     MOVE WS-DT-NAME(WS-DEPT-SUB)      TO WS-LN-NAME
090600     MOVE WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-LN-HEADCOUNT
090700     MOVE WS-DT-NODOB(WS-DEPT-SUB)     TO WS-LN-NODOB
090800     PERFORM H412-LOAD-ONE-DEPT-BAND THRU H412-END
090900         VARYING WS-BAND-SUB FROM 1 BY 1
091000         UNTIL WS-BAND-SUB > WS-BAND-USED
091100     PERFORM H460-WRITE-BAND-LINE THRU H460-END
091200 H410-END. EXIT.
091300*----------------------------------------------------------------
091400* H412-LOAD-ONE-DEPT-BAND - COPY ONE DEPARTMENT BAND COUNT INTO
091500*                           THE LINE WORK AREA
091600*----------------------------------------------------------------
091700 H412-LOAD-ONE-DEPT-BAND.
091800     MOVE WS-DT-BAND-CNT(WS-DEPT-SUB, WS-BAND-SUB)
091900         TO WS-LN-BAND-CNT(WS-BAND-SUB)
092000 H412-END. EXIT.
092100*----------------------------------------------------------------
092200* H420-FLAG-ONE-DEPT - PRINT THE NOT-ON-MASTER FLAG LINE FOR ONE
092300*                      TABLE ENTRY THAT WAS ADDED ON THE FLY FROM
092400*                      AN ACCT-DEPT-CODE THE MASTER DOES NOT KNOW
092500*----------------------------------------------------------------
092600 H420-FLAG-ONE-DEPT.
092700     IF NOT WS-DT-ON-MASTER(WS-DEPT-SUB)
092800         MOVE SPACES                  TO AGEB-FLAG-REC
092900         MOVE '*** DEPT CODE '       TO AF-LIT1
093000         MOVE WS-DT-CODE(WS-DEPT-SUB) TO AF-CODE
093100         MOVE ' NOT ON MASTER, HC='  TO AF-LIT2
093200         MOVE WS-DT-HEADCOUNT(WS-DEPT-SUB) TO AF-COUNT
093300         WRITE AGEB-FLAG-REC
093400         PERFORM H922-CHECK-RPT-STATUS
093500     END-IF
093600 H420-END. EXIT.
093700*----------------------------------------------------------------
093800* H430-RESOLVE-DIVISIONS - WORK OUT EVERY ENTRY'S DIVISION BY
093900*                          WALKING ITS PARENT CHAIN TO THE TOP
094000*----------------------------------------------------------------
094100 H430-RESOLVE-DIVISIONS.
094200     PERFORM H432-RESOLVE-ONE-DIV THRU H432-END
094300         VARYING WS-DEPT-SUB FROM 1 BY 1
094400         UNTIL WS-DEPT-SUB > WS-DEPT-USED
094500 H430-END. EXIT.
094600*----------------------------------------------------------------
094700* H432-RESOLVE-ONE-DIV - WALK ONE ENTRY'S PARENT CHAIN UPWARD
094800*                        UNTIL A BLANK PARENT, A PARENT THE TABLE
094900*                        DOES NOT KNOW, OR THE TWENTY-LEVEL CAP
095000*                        (WHICH ONLY A CYCLE ON BAD DATA REACHES)
095100*                        AND RECORD WHERE IT ENDED AS THE ENTRY'S
095200*                        DIVISION
095300*----------------------------------------------------------------
095400 H432-RESOLVE-ONE-DIV.
095500     MOVE WS-DEPT-SUB TO WS-CHAIN-SUB
095600     MOVE 0           TO WS-CHAIN-DEPTH
095700     MOVE 'N'         TO WS-CHAIN-DONE-SW
095800     PERFORM H434-WALK-ONE-LEVEL THRU H434-END
095900         UNTIL WS-CHAIN-DONE
096000     MOVE WS-CHAIN-SUB TO WS-DT-DIV-SUB(WS-DEPT-SUB)
096100 H432-END. EXIT.
096200*----------------------------------------------------------------
096300* H434-WALK-ONE-LEVEL - STEP ONE LEVEL UP THE PARENT CHAIN FROM
096400*                       THE ENTRY IN WS-CHAIN-SUB
096500*----------------------------------------------------------------
096600 H434-WALK-ONE-LEVEL.
096700     ADD 1 TO WS-CHAIN-DEPTH
096800*    THE DEPTH CAP ONLY TRIPS ON A PARENT CYCLE; A CYCLE MEMBER
096900*    STANDS AS ITS OWN DIVISION AND STILL PRINTS, AS IN FBEG010
097000     IF WS-CHAIN-DEPTH > 20
097100         MOVE WS-DEPT-SUB TO WS-CHAIN-SUB
097200         MOVE 'Y' TO WS-CHAIN-DONE-SW
097300         GO TO H434-END
097400     END-IF
097500     IF WS-DT-PARENT(WS-CHAIN-SUB) = SPACES
097600         MOVE 'Y' TO WS-CHAIN-DONE-SW
097700         GO TO H434-END
097800     END-IF
097900     MOVE WS-DT-PARENT(WS-CHAIN-SUB) TO WS-LOOKUP-CODE
098000     MOVE 0 TO WS-PARENT-FOUND-SUB
098100     PERFORM H436-MATCH-ONE-PARENT THRU H436-END
098200         VARYING WS-SCAN-SUB FROM 1 BY 1
098300         UNTIL WS-SCAN-SUB > WS-DEPT-USED
098400            OR WS-PARENT-FOUND-SUB > 0
098500     IF WS-PARENT-FOUND-SUB = 0
098600         MOVE 'Y' TO WS-CHAIN-DONE-SW
098700     ELSE
098800         MOVE WS-PARENT-FOUND-SUB TO WS-CHAIN-SUB
098900     END-IF
099000 H434-END. EXIT.
099100*----------------------------------------------------------------
099200* H436-MATCH-ONE-PARENT - COMPARE ONE TABLE ENTRY AGAINST THE
099300*                         PARENT CODE BEING LOOKED UP
099400*----------------------------------------------------------------
099500 H436-MATCH-ONE-PARENT.
099600     IF WS-DT-CODE(WS-SCAN-SUB) = WS-LOOKUP-CODE
099700         MOVE WS-SCAN-SUB TO WS-PARENT-FOUND-SUB
099800     END-IF
099900 H436-END. EXIT.
100000*----------------------------------------------------------------
100100* H440-PRINT-DIV-TOTAL - BAND LINE FOR THE DIVISION IN HAND
100200*----------------------------------------------------------------
100300 H440-PRINT-DIV-TOTAL.
100400     MOVE 'DIV '                  TO WS-LN-LEVEL
100500     MOVE WS-DT-CODE(WS-DIV-SUB)  TO WS-LN-CODE
100600     MOVE WS-DT-NAME(WS-DIV-SUB)  TO WS-LN-NAME
100700     MOVE WS-DIV-HEADCOUNT        TO WS-LN-HEADCOUNT
100800     MOVE WS-DIV-NODOB            TO WS-LN-NODOB
100900     PERFORM H442-LOAD-ONE-DIV-BAND THRU H442-END
101000         VARYING WS-BAND-SUB FROM 1 BY 1
101100         UNTIL WS-BAND-SUB > WS-BAND-USED
101200     PERFORM H460-WRITE-BAND-LINE THRU H460-END
101300 H440-END. EXIT.
101400*----------------------------------------------------------------
101500* H442-LOAD-ONE-DIV-BAND - COPY ONE DIVISION BAND COUNT INTO THE
101600*                          LINE WORK AREA
101700*----------------------------------------------------------------
101800 H442-LOAD-ONE-DIV-BAND.
101900     MOVE WS-DIV-BAND-CNT(WS-BAND-SUB)
102000         TO WS-LN-BAND-CNT(WS-BAND-SUB)
102100 H442-END. EXIT.
102200*----------------------------------------------------------------
102300* H450-PRINT-CO-TOTAL - BAND LINE FOR THE WHOLE COMPANY
102400*----------------------------------------------------------------
102500 H450-PRINT-CO-TOTAL.
102600     MOVE 'ALL '                  TO WS-LN-LEVEL
102700     MOVE SPACES                  TO WS-LN-CODE
102800     MOVE 'COMPANY'               TO WS-LN-NAME
102900     MOVE WS-CO-HEADCOUNT         TO WS-LN-HEADCOUNT
103000     MOVE WS-CO-NODOB             TO WS-LN-NODOB
103100     PERFORM H452-LOAD-ONE-CO-BAND THRU H452-END
103200         VARYING WS-BAND-SUB FROM 1 BY 1
103300         UNTIL WS-BAND-SUB > WS-BAND-USED
103400     PERFORM H460-WRITE-BAND-LINE THRU H460-END
103500 H450-END. EXIT.
103600*----------------------------------------------------------------
103700* H452-LOAD-ONE-CO-BAND - COPY ONE COMPANY BAND COUNT INTO THE
103800*                         LINE WORK AREA
103900*----------------------------------------------------------------
104000 H452-LOAD-ONE-CO-BAND.
104100     MOVE WS-CO-BAND-CNT(WS-BAND-SUB)
104200         TO WS-LN-BAND-CNT(WS-BAND-SUB)
104300 H452-END. EXIT.
104400*----------------------------------------------------------------
104500* H460-WRITE-BAND-LINE - WRITE THE LINE IN WS-LINE-WORK TO AGEBRPT
104600*                        AND, COMMA-DELIMITED, TO AGEBCSV
104700*----------------------------------------------------------------
104800 H460-WRITE-BAND-LINE.
104900     MOVE SPACES          TO AGEB-DETAIL-REC
105000     MOVE WS-LN-LEVEL     TO AB-LEVEL
105100     MOVE WS-LN-CODE      TO AB-CODE
105200     MOVE WS-LN-NODOB     TO AB-NODOB
105300     MOVE WS-LN-HEADCOUNT TO AB-TOTAL
105400     PERFORM H462-FILL-ONE-CELL THRU H462-END
105500         VARYING WS-BAND-SUB FROM 1 BY 1
105600         UNTIL WS-BAND-SUB > WS-BAND-USED
105700     WRITE AGEB-DETAIL-REC
105800     PERFORM H922-CHECK-RPT-STATUS
105900     MOVE SPACES TO AGEB-CSV-LINE
106000     MOVE 1      TO WS-CSV-PTR
106100     IF WS-LN-LEVEL = SPACES
106200         MOVE 'DEPT' TO WS-LN-LEVEL
106300     END-IF
106400     STRING WS-LN-LEVEL                DELIMITED BY SPACE
106500            ','                        DELIMITED BY SIZE
106600            WS-LN-CODE                 DELIMITED BY SPACE
106700            ','                        DELIMITED BY SIZE
106800            FUNCTION TRIM(WS-LN-NAME)  DELIMITED BY SIZE
106900       INTO AGEB-CSV-LINE
107000       WITH POINTER WS-CSV-PTR
107100     END-STRING
107200     PERFORM H464-APPEND-ONE-COUNT THRU H464-END
107300         VARYING WS-BAND-SUB FROM 1 BY 1
107400         UNTIL WS-BAND-SUB > WS-BAND-USED
107500     MOVE WS-LN-NODOB     TO WS-CSV-COUNT
107600     STRING ','                        DELIMITED BY SIZE
107700            WS-CSV-COUNT               DELIMITED BY SIZE
107800       INTO AGEB-CSV-LINE
107900       WITH POINTER WS-CSV-PTR
108000     END-STRING
108100     MOVE WS-LN-HEADCOUNT TO WS-CSV-COUNT
108200     STRING ','                        DELIMITED BY SIZE
108300            WS-CSV-COUNT               DELIMITED BY SIZE
108400       INTO AGEB-CSV-LINE
108500       WITH POINTER WS-CSV-PTR
108600     END-STRING
108700     WRITE AGEB-CSV-LINE.
108800     PERFORM H923-CHECK-CSV-STATUS
108900 H460-END. EXIT.
109000*----------------------------------------------------------------
109100* H462-FILL-ONE-CELL - PUT ONE BAND COUNT IN ITS AGEBRPT COLUMN
109200*----------------------------------------------------------------
109300 H462-FILL-ONE-CELL.
109400     MOVE WS-LN-BAND-CNT(WS-BAND-SUB) TO AB-COUNT(WS-BAND-SUB)
109500 H462-END. EXIT.
109600*----------------------------------------------------------------
109700* H464-APPEND-ONE-COUNT - ADD ONE BAND COUNT TO THE AGEBCSV ROW
109800*----------------------------------------------------------------
109900 H464-APPEND-ONE-COUNT.
110000     MOVE WS-LN-BAND-CNT(WS-BAND-SUB) TO WS-CSV-COUNT
110100     STRING ','                        DELIMITED BY SIZE
110200            WS-CSV-COUNT               DELIMITED BY SIZE
110300       INTO AGEB-CSV-LINE
110400       WITH POINTER WS-CSV-PTR
110500     END-STRING
110600 H464-END. EXIT.
110700*----------------------------------------------------------------
110800* H470-WRITE-HEADINGS - HEAD AGEBRPT WITH THE RUN DATE, THE
110900*                       RETIREMENT AGE AND THE BAND COLUMN LABELS,
111000*                       AND AGEBCSV WITH ITS COLUMN-NAME ROW
111100*----------------------------------------------------------------
111200 H470-WRITE-HEADINGS.
111300     MOVE SPACES TO AGEB-HDR-REC
111400     MOVE '*** AGE-BAND PROFILE - RUN DATE' TO AH-LIT
111500     MOVE WS-RUN-DATE TO AH-RUN-DATE
111600     WRITE AGEB-HDR-REC.
111700     PERFORM H922-CHECK-RPT-STATUS
111800     IF WS-CARD-BANDS-BAD
111900         MOVE SPACES TO AGEB-STATUS-REC
112000         MOVE '*** CTLCARD BANDS REJECTED - DEFAULTS' TO AS-LIT
112100         WRITE AGEB-STATUS-REC
112200         PERFORM H922-CHECK-RPT-STATUS
112300     END-IF
112400     MOVE SPACES TO AGEB-COLHDR-REC
112500     MOVE 'LVL CODE ' TO AC-LIT
112600     MOVE ' NODOB'    TO AC-NODOB
112700     MOVE '  TOTAL'   TO AC-TOTAL
112800     PERFORM H472-HEAD-ONE-BAND THRU H472-END
112900         VARYING WS-BAND-SUB FROM 1 BY 1
113000         UNTIL WS-BAND-SUB > WS-BAND-USED
113100     WRITE AGEB-COLHDR-REC
113200     PERFORM H922-CHECK-RPT-STATUS
113300     MOVE SPACES TO AGEB-CSV-LINE
113400     MOVE 1      TO WS-CSV-PTR
113500     STRING 'LEVEL,CODE,NAME'          DELIMITED BY SIZE
113600       INTO AGEB-CSV-LINE
113700       WITH POINTER WS-CSV-PTR
113800     END-STRING
113900     PERFORM H474-CSV-HEAD-ONE-BAND THRU H474-END
114000         VARYING WS-BAND-SUB FROM 1 BY 1
114100         UNTIL WS-BAND-SUB > WS-BAND-USED
114200     STRING ',NODOB,TOTAL'             DELIMITED BY SIZE
114300       INTO AGEB-CSV-LINE
114400       WITH POINTER WS-CSV-PTR
114500     END-STRING
114600     WRITE AGEB-CSV-LINE.
114700     PERFORM H923-CHECK-CSV-STATUS
114800 H470-END. EXIT.
114900*----------------------------------------------------------------
115000* H472-HEAD-ONE-BAND - PUT ONE BAND LABEL OVER ITS AGEBRPT COLUMN
115100*----------------------------------------------------------------
115200 H472-HEAD-ONE-BAND.
115300     MOVE WS-BAND-LABEL(WS-BAND-SUB) TO AC-BAND(WS-BAND-SUB)
115400 H472-END. EXIT.
115500*----------------------------------------------------------------
115600* H474-CSV-HEAD-ONE-BAND - ADD ONE BAND LABEL TO THE AGEBCSV
115700*                          COLUMN-NAME ROW
115800*----------------------------------------------------------------
115900 H474-CSV-HEAD-ONE-BAND.
116000     STRING ','                        DELIMITED BY SIZE
116100            WS-BAND-LABEL(WS-BAND-SUB) DELIMITED BY SPACE
116200       INTO AGEB-CSV-LINE
116300       WITH POINTER WS-CSV-PTR
116400     END-STRING
116500 H474-END. EXIT.
116600*----------------------------------------------------------------
116700* H500-PRINT-PROJECTION - LIST EVERYONE WHO REACHES THE RETIREMENT
116800*                         AGE WITHIN FIVE YEARS, IN
116900*                         ELIGIBILITY-DATE ORDER
117000*----------------------------------------------------------------
117100 H500-PRINT-PROJECTION.
117200     MOVE SPACES TO AGEB-STATUS-REC
117300     MOVE '--- REACHING RETIREMENT AGE IN 5 YEARS' TO AS-LIT
117400     WRITE AGEB-STATUS-REC.
117500     PERFORM H922-CHECK-RPT-STATUS
117600     PERFORM H510-PRINT-ONE-PROJ THRU H510-END
117700         VARYING WS-RP-SUB FROM 1 BY 1
117800         UNTIL WS-RP-SUB > WS-RP-USED
117900 H500-END. EXIT.
118000*----------------------------------------------------------------
118100* H510-PRINT-ONE-PROJ - PRINT ONE PERSON DUE TO REACH THE AGE
118200*----------------------------------------------------------------
118300 H510-PRINT-ONE-PROJ.
118400     MOVE SPACES                    TO AGEB-PROJ-REC
118500     MOVE WS-RP-HORIZON(WS-RP-SUB)  TO AP-HORIZON
118600     MOVE WS-RP-SEQ(WS-RP-SUB)      TO AP-SEQ
118700     MOVE WS-RP-AD(WS-RP-SUB)       TO AP-AD
118800     MOVE WS-RP-SOYAD(WS-RP-SUB)    TO AP-SOYAD
118900     MOVE WS-RP-DEPT(WS-RP-SUB)     TO AP-DEPT
119000     MOVE WS-RP-DATE(WS-RP-SUB)     TO AP-ELIG-DATE
119100     WRITE AGEB-PROJ-REC.
119200     PERFORM H922-CHECK-RPT-STATUS
119300 H510-END. EXIT.
119400*----------------------------------------------------------------
119500* H550-WRITE-ONE-TOTAL - WRITE THE AGEBRPT TOTAL LINE BUILT BY THE
119600*                        CALLER
119700*----------------------------------------------------------------
119800 H550-WRITE-ONE-TOTAL.
119900     WRITE AGEB-TOTAL-REC
120000     PERFORM H922-CHECK-RPT-STATUS
120100 H550-END. EXIT.
120200*----------------------------------------------------------------
120300* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN AND GIVE
120400*                    BACK THE RUN-CONTROL LOCK
120500*----------------------------------------------------------------
120600 H300-CLOSE-FILES.
120625*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
120650*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
120675     MOVE RETURN-CODE TO WS-SAVE-RC
120700     CLOSE DEPT-MST.
120800     CLOSE ACCT-REC.
120900     CLOSE AGEB-RPT.
121000     CLOSE AGEB-CSV.
121050     PERFORM H310-END-CYCLE-STEP THRU H310-END
121100     MOVE 'D' TO LOK-FUNCTION
121200     CALL 'FBEK005' USING LOK-REQUEST
121250     MOVE WS-SAVE-RC TO RETURN-CODE.
121300 H300-END. EXIT.
121307*----------------------------------------------------------------
121314* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
121321*                       RETURN-CODE AND RECORD COUNTS
121328*----------------------------------------------------------------
121335 H310-END-CYCLE-STEP.
121342     MOVE 'E'             TO CYC-FUNCTION
121349     MOVE RETURN-CODE     TO CYC-RC
121356     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
121363     MOVE 0               TO CYC-WRITE-COUNT
121370     MOVE WS-NO-AGE-COUNT TO CYC-EXCP-COUNT
121377     CALL 'FBEN005' USING CYC-REQUEST
121384     MOVE CYC-RC          TO RETURN-CODE.
121391 H310-END. EXIT.
121400*----------------------------------------------------------------
121500* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
121600*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
121700*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
121800*----------------------------------------------------------------
121900 H910-ABEND-RTN.
122000     DISPLAY '*** FBEG015 ABEND *** FILE=' WS-ABEND-FILE
122100             ' STATUS=' WS-ABEND-STATUS
122200     MOVE 16 TO RETURN-CODE
122300     PERFORM H300-CLOSE-FILES
122400     STOP RUN.
122500 H910-END. EXIT.
122600*----------------------------------------------------------------
122700* H920-CHECK-DEPT-STATUS - COMMON DEPTMST FILE-STATUS CHECK
122800*----------------------------------------------------------------
122900 H920-CHECK-DEPT-STATUS.
123000     IF NOT DEPT-EOF AND NOT DEPT-SUCCESS
123100         MOVE 'DEPTMST' TO WS-ABEND-FILE
123200         MOVE DEPT-ST   TO WS-ABEND-STATUS
123300         PERFORM H910-ABEND-RTN
123400     END-IF
123500 H920-END. EXIT.
123600*----------------------------------------------------------------
123700* H921-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK
123800*----------------------------------------------------------------
123900 H921-CHECK-ACCT-STATUS.
124000     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
124100         MOVE 'ACCTREC' TO WS-ABEND-FILE
124200         MOVE ACCT-ST   TO WS-ABEND-STATUS
124300         PERFORM H910-ABEND-RTN
124400     END-IF
124500 H921-END. EXIT.
124600*----------------------------------------------------------------
124700* H922-CHECK-RPT-STATUS - COMMON AGEBRPT FILE-STATUS CHECK
124800*----------------------------------------------------------------
124900 H922-CHECK-RPT-STATUS.
125000     IF NOT RPT-SUCCESS
125100         MOVE 'AGEBRPT' TO WS-ABEND-FILE
125200         MOVE RPT-ST    TO WS-ABEND-STATUS
125300         PERFORM H910-ABEND-RTN
125400     END-IF
125500 H922-END. EXIT.
125600*----------------------------------------------------------------
125700* H923-CHECK-CSV-STATUS - COMMON AGEBCSV FILE-STATUS CHECK
125800*----------------------------------------------------------------
125900 H923-CHECK-CSV-STATUS.
126000     IF NOT CSV-SUCCESS
126100         MOVE 'AGEBCSV' TO WS-ABEND-FILE
126200         MOVE CSV-ST    TO WS-ABEND-STATUS
126300         PERFORM H910-ABEND-RTN
126400     END-IF
126500 H923-END. EXIT.
126600*----------------------------------------------------------------
126700* H999-PROGRAM-EXIT - PRINT THE BAND TABLE, THE PROJECTION AND THE
126800*                     RUN TOTALS, CLOSE UP AND END THE RUN. A
126900*                     REJECTED CTLCARD BAND SET ENDS THE RUN WITH
127000*                     RETURN-CODE 8
127100*----------------------------------------------------------------
127200 H999-PROGRAM-EXIT.
127300     PERFORM H400-PRINT-BAND-TABLE THRU H400-END
127400     PERFORM H500-PRINT-PROJECTION THRU H500-END
127500     MOVE SPACES                  TO AGEB-TOTAL-REC
127600     MOVE 'RETIREMENT AGE......:'  TO AT-LIT
127700     MOVE WS-RETIRE-AGE           TO AT-COUNT
127800     PERFORM H550-WRITE-ONE-TOTAL
127900     MOVE SPACES                  TO AGEB-TOTAL-REC
128000     MOVE 'RECORDS READ........:'  TO AT-LIT
128100     MOVE WS-READ-COUNT           TO AT-COUNT
128200     PERFORM H550-WRITE-ONE-TOTAL
128300     MOVE SPACES                  TO AGEB-TOTAL-REC
128400     MOVE 'AGED INTO A BAND....:'  TO AT-LIT
128500     MOVE WS-AGED-COUNT           TO AT-COUNT
128600     PERFORM H550-WRITE-ONE-TOTAL
128700     MOVE SPACES                  TO AGEB-TOTAL-REC
128800     MOVE 'NO USABLE BIRTH DATE:'  TO AT-LIT
128900     MOVE WS-NO-AGE-COUNT         TO AT-COUNT
129000     PERFORM H550-WRITE-ONE-TOTAL
129100     MOVE SPACES                  TO AGEB-TOTAL-REC
129200     MOVE 'ALREADY AT THE AGE..:'  TO AT-LIT
129300     MOVE WS-PAST-AGE-COUNT       TO AT-COUNT
129400     PERFORM H550-WRITE-ONE-TOTAL
129500     MOVE SPACES                  TO AGEB-TOTAL-REC
129600     MOVE 'REACH IT IN 1 YEAR..:'  TO AT-LIT
129700     MOVE WS-DUE1-COUNT           TO AT-COUNT
129800     PERFORM H550-WRITE-ONE-TOTAL
129900     MOVE SPACES                  TO AGEB-TOTAL-REC
130000     MOVE 'REACH IT IN 3 YEARS.:'  TO AT-LIT
130100     MOVE WS-DUE3-COUNT           TO AT-COUNT
130200     PERFORM H550-WRITE-ONE-TOTAL
130300     MOVE SPACES                  TO AGEB-TOTAL-REC
130400     MOVE 'REACH IT IN 5 YEARS.:'  TO AT-LIT
130500     MOVE WS-DUE5-COUNT           TO AT-COUNT
130600     PERFORM H550-WRITE-ONE-TOTAL
130700     IF WS-CARD-BANDS-BAD
130800         MOVE 8 TO RETURN-CODE
130900     END-IF
131000     PERFORM H300-CLOSE-FILES.
131100     STOP RUN.
131200 H999-END. EXIT.
