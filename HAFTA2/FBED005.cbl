000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBED005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. MONTHLY DISTRIBUTION RUN THAT
001300*                  BURSTS THE DEPARTMENT FIGURES INTO ONE PACKET
001400*                  PER DEPT-MGR-NAME ON DEPTMST (PKTFILE), SO THE
001500*                  FBEG010, FBEG005 AND FBEH005 PRINTS NO LONGER
001600*                  HAVE TO BE PHOTOCOPIED AND SPLIT BY HAND. A
001700*                  MANAGER'S PACKET COVERS EVERY DEPARTMENT THEY
001800*                  MANAGE AND EVERY DEPARTMENT BELOW ONE OF THOSE
001900*                  IN THE DEPT-PARENT-CODE CHAIN, SO A DIVISION
002000*                  HEAD GETS THE WHOLE DIVISION. EACH PACKET OPENS
002100*                  WITH A COVER LINE CARRYING THE MANAGER, THE
002200*                  STAFF COUNT AND THE NUMBER OF LINES THAT FOLLOW
002300*                  (REPEATED ON THE END-OF-PACKET LINE), THEN
002400*                  HOLDS THE ROSTER WITH FARK Y/M/D AGES, THE
002500*                  JOINERS, LEAVERS AND TRANSFERS FROM ASGNHIST
002600*                  FOR THE CTLCARD PERIOD (THE SAME DATE RANGE
002700*                  FBEH005 TAKES) AND THE STAFF BIRTHDAYS DUE IN
002800*                  THE LOOKAHEAD WINDOW. THE DISTRIBUTION LOG
002900*                  (DISTLOG) LISTS EVERY PACKET PRODUCED AND
003000*                  FLAGS EVERY DEPARTMENT WITH NO MANAGER ON
003100*                  DEPTMST, OR NO DEPTMST ENTRY AT ALL, ENDING
003200*                  THE RUN WITH RETURN-CODE 8 SO HR FIX THE
003300*                  MASTER.
003311* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
003322*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
003333*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
003344*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
003355*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
003366*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
003377*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
003388*                  ITS PLACE.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DEPT-MST   ASSIGN  TO  DEPTMST
003900                       ORGANIZATION INDEXED
004000                       ACCESS MODE  SEQUENTIAL
004100                       RECORD KEY   DEPT-CODE
004200                       STATUS      DEPT-ST.
004300     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
004400                       ORGANIZATION INDEXED
004500                       ACCESS MODE  SEQUENTIAL
004600                       RECORD KEY   ACCT-SEQ
004700                       STATUS      ACCT-ST.
004800     SELECT ASGN-HIST  ASSIGN  TO  ASGNHIST
004900                       STATUS      ASGN-ST.
005000     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
005100                       STATUS      CTL-ST.
005200     SELECT PKT-FILE   ASSIGN  TO  PKTFILE
005300                       STATUS      PKT-ST.
005400     SELECT DIST-LOG   ASSIGN  TO  DISTLOG
005500                       STATUS      LOG-ST.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DEPT-MST RECORDING MODE F.
005900     COPY DEPTFLD.
006000*
006100 FD  ACCT-REC RECORDING MODE F.
006200     COPY ACCTFLD.
006300*
006400 FD  ASGN-HIST RECORDING MODE F.
006500     COPY ASGNFLD.
006600*
006700 FD  CTL-CARD RECORDING MODE F.
006800 01  CTL-RECORD.
006900     05  CTL-DATE-FROM       PIC 9(08).
007000     05  CTL-DATE-TO         PIC 9(08).
007100     05  CTL-LOOKAHEAD-DAYS  PIC 9(03).
007200*
007300 FD  PKT-FILE RECORDING MODE F.
007400 01  PKT-COVER-REC.
007500     05  PC-LIT1             PIC X(11).
007600     05  PC-PKT-NO           PIC ZZZ9.
007700     05  PC-LIT2             PIC X(05).
007800     05  PC-MGR              PIC X(25).
007900     05  PC-LIT3             PIC X(07).
008000     05  PC-STAFF            PIC ZZZZ9.
008100     05  PC-LIT4             PIC X(07).
008200     05  PC-LINES            PIC ZZZZ9.
008300     05  FILLER              PIC X(11).
008400 01  PKT-HEAD-REC.
008500     05  FILLER              PIC X(02).
008600     05  PH-LIT              PIC X(40).
008700     05  PH-RANGE.
008800         10  PH-DATE-FROM    PIC 9(08).
008900         10  PH-LIT2         PIC X(04).
009000         10  PH-DATE-TO      PIC 9(08).
009100     05  PH-WINDOW REDEFINES PH-RANGE.
009200         10  PH-DAYS         PIC ZZ9.
009300         10  FILLER          PIC X(17).
009400     05  FILLER              PIC X(18).
009500 01  PKT-DEPT-REC.
009600     05  PD-LIT1             PIC X(06).
009700     05  PD-CODE             PIC X(04).
009800     05  FILLER              PIC X(01).
009900     05  PD-NAME             PIC X(25).
010000     05  PD-LIT2             PIC X(06).
010100     05  PD-MGR              PIC X(25).
010200     05  FILLER              PIC X(13).
010300 01  PKT-STAFF-REC.
010400     05  FILLER              PIC X(02).
010500     05  PS-SEQ              PIC X(04).
010600     05  FILLER              PIC X(01).
010700     05  PS-AD               PIC X(15).
010800     05  FILLER              PIC X(01).
010900     05  PS-SOYAD            PIC X(15).
011000     05  PS-LIT1             PIC X(06).
011100     05  PS-DTAR             PIC X(08).
011200     05  PS-LIT2             PIC X(06).
011300     05  PS-AGE-AREA.
011400         10  PS-FARK-Y       PIC ZZ9.
011500         10  PS-FARK-Y-LIT   PIC X(02).
011600         10  PS-FARK-M       PIC Z9.
011700         10  PS-FARK-M-LIT   PIC X(02).
011800         10  PS-FARK-D       PIC Z9.
011900         10  PS-FARK-D-LIT   PIC X(01).
012000         10  FILLER          PIC X(02).
012100     05  PS-AGE-TEXT REDEFINES PS-AGE-AREA
012200                             PIC X(14).
012300     05  FILLER              PIC X(08).
012400 01  PKT-MOVE-REC.
012500     05  FILLER              PIC X(02).
012600     05  PM-DATE             PIC 9(08).
012700     05  FILLER              PIC X(01).
012800     05  PM-ACTION           PIC X(08).
012900     05  FILLER              PIC X(01).
013000     05  PM-SEQ              PIC X(04).
013100     05  FILLER              PIC X(01).
013200     05  PM-AD               PIC X(15).
013300     05  FILLER              PIC X(01).
013400     05  PM-SOYAD            PIC X(15).
013500     05  PM-LIT1             PIC X(06).
013600     05  PM-FROM-DEPT        PIC X(04).
013700     05  PM-LIT2             PIC X(04).
013800     05  PM-TO-DEPT          PIC X(04).
013900     05  FILLER              PIC X(06).
014000 01  PKT-BDAY-REC.
014100     05  FILLER              PIC X(02).
014200     05  PB-SEQ              PIC X(04).
014300     05  FILLER              PIC X(01).
014400     05  PB-AD               PIC X(15).
014500     05  FILLER              PIC X(01).
014600     05  PB-SOYAD            PIC X(15).
014700     05  FILLER              PIC X(01).
014800     05  PB-DEPT             PIC X(04).
014900     05  PB-LIT1             PIC X(07).
015000     05  PB-DATE             PIC 9(08).
015100     05  PB-LIT2             PIC X(07).
015200     05  PB-AGE              PIC ZZ9.
015300     05  PB-LIT3             PIC X(04).
015400     05  PB-DAYS             PIC ZZ9.
015500     05  PB-LIT4             PIC X(02).
015600     05  FILLER              PIC X(03).
015700 01  PKT-END-REC.
015800     05  PE-LIT1             PIC X(18).
015900     05  PE-PKT-NO           PIC ZZZ9.
016000     05  PE-LIT2             PIC X(07).
016100     05  PE-LINES            PIC ZZZZ9.
016200     05  FILLER              PIC X(46).
016300*
016400 FD  DIST-LOG RECORDING MODE F.
016500 01  DLOG-DETAIL-REC.
016600     05  DL-PKT-NO           PIC ZZZ9.
016700     05  FILLER              PIC X(01).
016800     05  DL-MGR              PIC X(25).
016900     05  DL-LIT1             PIC X(03).
017000     05  DL-DEPTS            PIC ZZ9.
017100     05  DL-LIT2             PIC X(03).
017200     05  DL-STAFF            PIC ZZZZ9.
017300     05  DL-LIT3             PIC X(03).
017400     05  DL-MOVES            PIC ZZZZ9.
017500     05  DL-LIT4             PIC X(03).
017600     05  DL-BDAYS            PIC ZZZ9.
017700     05  DL-LIT5             PIC X(03).
017800     05  DL-LINES            PIC ZZZZ9.
017900     05  FILLER              PIC X(13).
018000 01  DLOG-FLAG-REC.
018100     05  DF-LIT1             PIC X(14).
018200     05  DF-CODE             PIC X(04).
018300     05  DF-LIT2             PIC X(30).
018400     05  DF-LIT3             PIC X(24).
018500     05  FILLER              PIC X(08).
018600 01  DLOG-TOTAL-REC.
018700     05  FILLER              PIC X(04).
018800     05  DT-LIT              PIC X(30).
018900     05  DT-COUNT            PIC ZZZZZZ9.
019000     05  FILLER              PIC X(39).
019100 01  DLOG-STATUS-REC.
019200     05  DS-LIT              PIC X(40).
019300     05  FILLER              PIC X(40).
019400*
019500 WORKING-STORAGE SECTION.
019600 01  WS-WORK-AREA.
019700     05  DEPT-ST             PIC 9(02).
019800         88  DEPT-EOF                   VALUE 10.
019900         88  DEPT-SUCCESS               VALUE 00 97.
020000     05  ACCT-ST             PIC 9(02).
020100         88  ACCT-EOF                   VALUE 10 23.
020200         88  ACCT-SUCCESS               VALUE 00 97.
020300     05  ASGN-ST             PIC 9(02).
020400         88  ASGN-EOF                   VALUE 10.
020500         88  ASGN-SUCCESS               VALUE 00 97.
020600     05  CTL-ST              PIC 9(02).
020700         88  CTL-SUCCESS                VALUE 00 97.
020800         88  CTL-NOT-FOUND              VALUE 05.
020900         88  CTL-EOF                    VALUE 10.
021000     05  PKT-ST              PIC 9(02).
021100         88  PKT-SUCCESS                VALUE 00 97.
021200     05  LOG-ST              PIC 9(02).
021300         88  LOG-SUCCESS                VALUE 00 97.
021400*----------------------------------------------------------------
021500* WORKING STORAGE FOR THE DEPARTMENT TABLE, LOADED FROM DEPTMST AS
021600* IN FBEG010 WITH THE MANAGER AND PARENT CODE OF EACH ENTRY. A
021700* CODE SEEN ON ACCTREC WITH NO MASTER ENTRY IS ADDED ON THE FLY
021800* WITH ITS ON-MASTER SWITCH OFF. THE IN-PACKET SWITCH IS RESET
021900* FOR EVERY PACKET; THE PACKED SWITCH REMEMBERS THAT SOME PACKET
022000* CARRIED THE DEPARTMENT
022100*----------------------------------------------------------------
022200 01  WS-DEPT-TABLE.
022300     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
022400         10  WS-DT-CODE      PIC X(04).
022500         10  WS-DT-NAME      PIC X(25).
022600         10  WS-DT-MGR       PIC X(25).
022700         10  WS-DT-PARENT    PIC X(04).
022800         10  WS-DT-ON-MST    PIC X(01).
022900             88  WS-DT-ON-MASTER        VALUE 'Y'.
023000         10  WS-DT-IN-PKT-SW PIC X(01).
023100             88  WS-DT-IN-PKT           VALUE 'Y'.
023200         10  WS-DT-PACKED-SW PIC X(01).
023300             88  WS-DT-PACKED           VALUE 'Y'.
023400         10  WS-DT-HEADCOUNT PIC 9(07) COMP.
023500 01  WS-DEPT-USED            PIC 9(03) COMP VALUE 0.
023600 01  WS-DEPT-SUB             PIC 9(03) COMP.
023700 01  WS-DEPT-FOUND-SUB       PIC 9(03) COMP.
023800 01  WS-LOOKUP-CODE          PIC X(04).
023900*----------------------------------------------------------------
024000* WORKING STORAGE FOR THE PARENT-CHAIN WALK THAT DECIDES WHETHER A
024100* DEPARTMENT BELONGS IN THE PACKET IN HAND: IT DOES WHEN ITS OWN
024200* MANAGER, OR THE MANAGER OF ANY ANCESTOR, IS THE PACKET'S
024300* MANAGER. THE TWENTY-LEVEL CAP ONLY TRIPS ON A PARENT CYCLE, AS
024400* IN FBEG010
024500*----------------------------------------------------------------
024600 01  WS-CHAIN-SUB            PIC 9(03) COMP.
024700 01  WS-CHAIN-DEPTH          PIC 9(03) COMP.
024800 01  WS-CHAIN-DONE-SW        PIC X(01).
024900     88  WS-CHAIN-DONE               VALUE 'Y'.
025000 01  WS-SCAN-SUB             PIC 9(03) COMP.
025100 01  WS-PARENT-FOUND-SUB     PIC 9(03) COMP.
025200*----------------------------------------------------------------
025300* WORKING STORAGE FOR THE MANAGER TABLE: ONE ENTRY PER DISTINCT
025400* NON-BLANK DEPT-MGR-NAME, IN DEPTMST ORDER. EACH ENTRY IS ONE
025500* PACKET
025600*----------------------------------------------------------------
025700 01  WS-MGR-TABLE.
025800     05  WS-MGR-ENTRY        OCCURS 100 TIMES.
025900         10  WS-MG-NAME      PIC X(25).
026000 01  WS-MGR-USED             PIC 9(03) COMP VALUE 0.
026100 01  WS-MGR-SUB              PIC 9(03) COMP.
026200 01  WS-MGR-FOUND-SUB        PIC 9(03) COMP.
026300*----------------------------------------------------------------
026400* WORKING STORAGE FOR THE STAFF TABLE, LOADED FROM ACCTREC IN KEY
026500* ORDER. THE AGE AND THE NEXT BIRTHDAY ARE WORKED OUT ONCE AT LOAD
026600* TIME; A RECORD WITH AN UNPARSEABLE ACCT-DTAR STILL GOES IN THE
026700* ROSTER, WITH ITS AGE SWITCH OFF
026800*----------------------------------------------------------------
026900 01  WS-STAFF-TABLE.
027000     05  WS-STAFF-ENTRY      OCCURS 10000 TIMES.
027100         10  WS-ST-SEQ       PIC X(04).
027200         10  WS-ST-AD        PIC X(15).
027300         10  WS-ST-SOYAD     PIC X(15).
027400         10  WS-ST-DTAR      PIC X(08).
027500         10  WS-ST-DEPT-SUB  PIC 9(03) COMP.
027600         10  WS-ST-AGE-SW    PIC X(01).
027700             88  WS-ST-AGED             VALUE 'Y'.
027800         10  WS-ST-FARK-Y    PIC S9(04) COMP.
027900         10  WS-ST-FARK-M    PIC S9(02) COMP.
028000         10  WS-ST-FARK-D    PIC S9(02) COMP.
028100         10  WS-ST-BDAY-SW   PIC X(01).
028200             88  WS-ST-BDAY-DUE         VALUE 'Y'.
028300         10  WS-ST-BDAY-DATE PIC 9(08).
028400         10  WS-ST-BDAY-AGE  PIC S9(04) COMP.
028500         10  WS-ST-BDAY-WAIT PIC S9(05) COMP.
028600 01  WS-STAFF-USED           PIC 9(05) COMP VALUE 0.
028700 01  WS-STAFF-SUB            PIC 9(05) COMP.
028800 01  WS-STAFF-FOUND-SUB      PIC 9(05) COMP.
028900 01  WS-LOOKUP-SEQ           PIC X(04).
029000*----------------------------------------------------------------
029100* WORKING STORAGE FOR THE MOVEMENTS FOUND ON ASGNHIST INSIDE THE
029200* CTLCARD PERIOD. THE NAME COMES FROM THE STAFF TABLE; A LEAVER
029300* IS NO LONGER ON ACCTREC AND PRINTS BY ACCT-SEQ ALONE. THE
029400* DEPARTMENT SUBSCRIPTS ARE ZERO FOR A CODE THE TABLE DOES NOT
029500* HOLD
029600*----------------------------------------------------------------
029700 01  WS-MOVE-TABLE.
029800     05  WS-MOVE-ENTRY       OCCURS 5000 TIMES.
029900         10  WS-MV-DATE      PIC 9(08).
030000         10  WS-MV-ACTION    PIC X(01).
030100             88  WS-MV-JOINER           VALUE 'J'.
030200             88  WS-MV-LEAVER           VALUE 'L'.
030300             88  WS-MV-TRANSFER         VALUE 'T'.
030400         10  WS-MV-SEQ       PIC X(04).
030500         10  WS-MV-AD        PIC X(15).
030600         10  WS-MV-SOYAD     PIC X(15).
030700         10  WS-MV-FROM-DEPT PIC X(04).
030800         10  WS-MV-TO-DEPT   PIC X(04).
030900         10  WS-MV-FROM-SUB  PIC 9(03) COMP.
031000         10  WS-MV-TO-SUB    PIC 9(03) COMP.
031100         10  WS-MV-PACKED-SW PIC X(01).
031200             88  WS-MV-PACKED           VALUE 'Y'.
031300 01  WS-MOVE-USED            PIC 9(05) COMP VALUE 0.
031400 01  WS-MOVE-SUB             PIC 9(05) COMP.
031500 01  WS-MOVE-IN-PKT-SW       PIC X(01).
031600     88  WS-MOVE-IN-PKT              VALUE 'Y'.
031700*----------------------------------------------------------------
031800* THE CTLCARD PERIOD (ZERO MEANS THAT LEG IS OPEN, AS IN FBEH005)
031900* AND THE BIRTHDAY LOOKAHEAD WINDOW IN DAYS
032000*----------------------------------------------------------------
032100 01  WS-SEL-DATE-FROM        PIC 9(08) VALUE 0.
032200 01  WS-SEL-DATE-TO          PIC 9(08) VALUE 0.
032300 01  WS-LOOKAHEAD-DAYS       PIC 9(03) COMP VALUE 30.
032400*----------------------------------------------------------------
032500* WORKING STORAGE FOR THE FARK YEARS/MONTHS/DAYS BREAKDOWN, THE
032600* CALENDAR-DATE VALIDATION AHEAD OF IT AND THE NEXT-BIRTHDAY
032700* ARITHMETIC, AS IN FBEG005 AND FBEG010
032800*----------------------------------------------------------------
032900 01  WS-DATE-WORK.
033000     05  WS-DTAR-NUM         PIC 9(08).
033100     05  WS-DTAR-BRK REDEFINES WS-DTAR-NUM.
033200         10  WS-DTAR-YYYY    PIC 9(04).
033300         10  WS-DTAR-MM      PIC 9(02).
033400         10  WS-DTAR-DD      PIC 9(02).
033500     05  WS-TODAY-NUM        PIC 9(08).
033600     05  WS-TODAY-BRK REDEFINES WS-TODAY-NUM.
033700         10  WS-TODAY-YYYY   PIC 9(04).
033800         10  WS-TODAY-MM     PIC 9(02).
033900         10  WS-TODAY-DD     PIC 9(02).
034000     05  WS-BRW-YYYY         PIC 9(04).
034100     05  WS-BRW-MM           PIC S9(02).
034200     05  WS-BRW-COUNT        PIC 9(02) COMP.
034300     05  WS-DAYS-IN-MONTH    PIC S9(03).
034400 01  WS-FARK-BREAKDOWN.
034500     05  WS-FARK-Y           PIC S9(04).
034600     05  WS-FARK-M           PIC S9(02).
034700     05  WS-FARK-D           PIC S9(02).
034800 01  WS-CHK-DATE-WORK.
034900     05  WS-CHK-YYYY         PIC 9(04).
035000     05  WS-CHK-MM           PIC 9(02).
035100     05  WS-CHK-NEXT-YYYY    PIC 9(04).
035200     05  WS-CHK-NEXT-MM      PIC 9(02).
035300     05  WS-CHK-DATE1        PIC 9(08).
035400     05  WS-CHK-DATE2        PIC 9(08).
035500     05  WS-CHK-DAYS         PIC S9(03).
035600 01  WS-VALID-SW             PIC X(01).
035700     88  WS-DATES-VALID              VALUE 'Y'.
035800     88  WS-DATES-INVALID            VALUE 'N'.
035900 01  WS-BDAY-WORK.
036000     05  WS-BDAY-YYYY        PIC 9(04).
036100     05  WS-BDAY-MM          PIC 9(02).
036200     05  WS-BDAY-DD          PIC 9(02).
036300     05  WS-BDAY-DATE        PIC 9(08).
036400     05  WS-RUN-INT          PIC 9(07).
036500     05  WS-BDAY-INT         PIC 9(07).
036600     05  WS-BDAY-WAIT        PIC S9(05).
036700     05  WS-BDAY-AGE         PIC S9(04).
036800 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
036900*----------------------------------------------------------------
037000* PER-PACKET CONTROL COUNTS. THE COVER LINE'S LINE COUNT IS WORKED
037100* OUT BEFORE ANYTHING IS WRITTEN; THE END-OF-PACKET LINE CARRIES
037200* THE NUMBER ACTUALLY WRITTEN, SO THE TWO CAN BE TICKED OFF
037300*----------------------------------------------------------------
037400 01  WS-PKT-NO               PIC 9(04) COMP VALUE 0.
037500 01  WS-PKT-DEPTS            PIC 9(03) COMP.
037600 01  WS-PKT-STAFF            PIC 9(05) COMP.
037700 01  WS-PKT-MOVES            PIC 9(05) COMP.
037800 01  WS-PKT-BDAYS            PIC 9(05) COMP.
037900 01  WS-PKT-LINES            PIC 9(05) COMP.
038000 01  WS-PKT-WRITTEN          PIC 9(05) COMP.
038100*----------------------------------------------------------------
038200* RUN TOTALS FOR THE DISTRIBUTION LOG
038300*----------------------------------------------------------------
038400 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
038500 01  WS-NO-AGE-COUNT         PIC 9(07) COMP VALUE 0.
038600 01  WS-NO-MGR-COUNT         PIC 9(07) COMP VALUE 0.
038700 01  WS-OFF-MST-COUNT        PIC 9(07) COMP VALUE 0.
038800 01  WS-UNSENT-STAFF         PIC 9(07) COMP VALUE 0.
038900 01  WS-UNSENT-MOVES         PIC 9(07) COMP VALUE 0.
039000*----------------------------------------------------------------
039100* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
039200* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
039300*----------------------------------------------------------------
039400     COPY LOKREQ.
039411*----------------------------------------------------------------
039422* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
039433* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
039444* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
039455* THEIRS
039466*----------------------------------------------------------------
039477     COPY CYCREQ.
039488 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
039500 01  WS-ABEND-INFO.
039600     05  WS-ABEND-FILE       PIC X(08).
039700     05  WS-ABEND-STATUS     PIC X(02).
039800*----------------------------------------------------------------
039900 PROCEDURE DIVISION.
040000*----------------------------------------------------------------
040100* 0000-MAIN - LOAD THE DEPARTMENT MASTER, THE STAFF AND THE
040200*             PERIOD'S MOVEMENTS, THEN WRITE ONE PACKET PER
040300*             MANAGER AND THE DISTRIBUTION LOG
040400*----------------------------------------------------------------
040500 0000-MAIN.
040550     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
040600     PERFORM H100-OPEN-FILES.
040700     PERFORM H110-LOAD-DEPT-MASTER THRU H110-END.
040800     PERFORM H130-LOAD-ONE-MGR THRU H130-END
040900         VARYING WS-DEPT-SUB FROM 1 BY 1
041000         UNTIL WS-DEPT-SUB > WS-DEPT-USED.
041100     PERFORM H200-LOAD-ONE-STAFF THRU H200-END UNTIL ACCT-EOF.
041200     PERFORM H240-LOAD-ONE-MOVE THRU H240-END UNTIL ASGN-EOF.
041300     PERFORM H400-BURST-ONE-PACKET THRU H400-END
041400         VARYING WS-MGR-SUB FROM 1 BY 1
041500         UNTIL WS-MGR-SUB > WS-MGR-USED.
041600     PERFORM H999-PROGRAM-EXIT.
041605*----------------------------------------------------------------
041610* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
041615*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
041620*                         AND WAITS ON NO OTHER STEP, BUT A
041625*                         REFUSAL STILL ENDS THE RUN WITH THE
041630*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
041635*                         ANYTHING OPENS
041640*----------------------------------------------------------------
041645 H050-BEGIN-CYCLE-STEP.
041650     MOVE 'B'        TO CYC-FUNCTION
041655     MOVE 'FBED005 ' TO CYC-STEP
041660     CALL 'FBEN005' USING CYC-REQUEST
041665     IF NOT CYC-GO
041670         DISPLAY '*** FBED005 *** REFUSED BY CYCLE CONTROL'
041675         MOVE CYC-REPLY-RC TO RETURN-CODE
041680         STOP RUN
041685     END-IF
041690 H050-END. EXIT.
041700*----------------------------------------------------------------
041800* H100-OPEN-FILES - OPEN THE TWO MASTERS, THE HISTORY, THE PACKET
041900*                   FILE AND THE LOG, PICK UP THE OPTIONAL CONTROL
042000*                   CARD AND PRIME THE READS
042100*----------------------------------------------------------------
042200 H100-OPEN-FILES.
042300*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
042400*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
042500     MOVE 'S'        TO LOK-FUNCTION
042600     MOVE 'FBED005 ' TO LOK-PGM-NAME
042700     CALL 'FBEK005' USING LOK-REQUEST
042800     IF LOK-BUSY
042900         DISPLAY '*** FBED005 *** ACCTREC HELD BY ANOTHER RUN'
043000         MOVE 12 TO RETURN-CODE
043050         PERFORM H310-END-CYCLE-STEP THRU H310-END
043100         STOP RUN
043200     END-IF
043300     OPEN INPUT  DEPT-MST.
043400     IF NOT DEPT-SUCCESS
043500         MOVE 'DEPTMST' TO WS-ABEND-FILE
043600         MOVE DEPT-ST   TO WS-ABEND-STATUS
043700         PERFORM H910-ABEND-RTN
043800     END-IF
043900     OPEN INPUT  ACCT-REC.
044000     IF NOT ACCT-SUCCESS
044100         MOVE 'ACCTREC' TO WS-ABEND-FILE
044200         MOVE ACCT-ST   TO WS-ABEND-STATUS
044300         PERFORM H910-ABEND-RTN
044400     END-IF
044500     OPEN INPUT  ASGN-HIST.
044600     IF NOT ASGN-SUCCESS
044700         MOVE 'ASGNHIST' TO WS-ABEND-FILE
044800         MOVE ASGN-ST    TO WS-ABEND-STATUS
044900         PERFORM H910-ABEND-RTN
045000     END-IF
045100     OPEN OUTPUT PKT-FILE.
045200     IF NOT PKT-SUCCESS
045300         MOVE 'PKTFILE' TO WS-ABEND-FILE
045400         MOVE PKT-ST    TO WS-ABEND-STATUS
045500         PERFORM H910-ABEND-RTN
045600     END-IF
045700     OPEN OUTPUT DIST-LOG.
045800     IF NOT LOG-SUCCESS
045900         MOVE 'DISTLOG' TO WS-ABEND-FILE
046000         MOVE LOG-ST    TO WS-ABEND-STATUS
046100         PERFORM H910-ABEND-RTN
046200     END-IF
046300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
046400     PERFORM H105-READ-CTL-CARD
046500     READ ACCT-REC.
046600     PERFORM H921-CHECK-ACCT-STATUS
046700     READ ASGN-HIST.
046800     PERFORM H922-CHECK-ASGN-STATUS
046900 H100-END. EXIT.
047000*----------------------------------------------------------------
047100* H105-READ-CTL-CARD - PICK UP THE OPTIONAL PERIOD AND LOOKAHEAD
047200*                      WINDOW. NO CARD SENDS EVERY MOVEMENT ON THE
047300*                      HISTORY AND A THIRTY-DAY BIRTHDAY WINDOW
047400*----------------------------------------------------------------
047500 H105-READ-CTL-CARD.
047600     OPEN INPUT CTL-CARD.
047700     IF CTL-SUCCESS
047800         READ CTL-CARD
047900         IF CTL-SUCCESS
048000             IF CTL-DATE-FROM NUMERIC AND CTL-DATE-FROM > 0
048100                 MOVE CTL-DATE-FROM TO WS-SEL-DATE-FROM
048200             END-IF
048300             IF CTL-DATE-TO NUMERIC AND CTL-DATE-TO > 0
048400                 MOVE CTL-DATE-TO TO WS-SEL-DATE-TO
048500             END-IF
048600             IF CTL-LOOKAHEAD-DAYS NUMERIC
048700                AND CTL-LOOKAHEAD-DAYS > 0
048800                 MOVE CTL-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
048900             END-IF
049000         ELSE
049100             IF NOT CTL-EOF
049200                 MOVE 'CTLCARD' TO WS-ABEND-FILE
049300                 MOVE CTL-ST    TO WS-ABEND-STATUS
049400                 PERFORM H910-ABEND-RTN
049500             END-IF
049600         END-IF
049700         CLOSE CTL-CARD
049800     ELSE
049900         IF NOT CTL-NOT-FOUND
050000             MOVE 'CTLCARD' TO WS-ABEND-FILE
050100             MOVE CTL-ST    TO WS-ABEND-STATUS
050200             PERFORM H910-ABEND-RTN
050300         END-IF
050400     END-IF
050500 H105-END. EXIT.
050600*----------------------------------------------------------------
050700* H110-LOAD-DEPT-MASTER - READ THE WHOLE DEPARTMENT MASTER INTO
050800*                         WS-DEPT-TABLE, AS IN FBEG010
050900*----------------------------------------------------------------
051000 H110-LOAD-DEPT-MASTER.
051100     READ DEPT-MST.
051200     PERFORM H920-CHECK-DEPT-STATUS
051300     PERFORM H115-LOAD-ONE-DEPT THRU H115-END UNTIL DEPT-EOF
051400 H110-END. EXIT.
051500*----------------------------------------------------------------
051600* H115-LOAD-ONE-DEPT - ADD ONE DEPTMST RECORD TO WS-DEPT-TABLE
051700*                      AND READ THE NEXT ONE
051800*----------------------------------------------------------------
051900 H115-LOAD-ONE-DEPT.
052000     PERFORM H120-ADD-DEPT-ENTRY
052100     MOVE DEPT-CODE        TO WS-DT-CODE(WS-DEPT-SUB)
052200     MOVE DEPT-NAME        TO WS-DT-NAME(WS-DEPT-SUB)
052300     MOVE DEPT-MGR-NAME    TO WS-DT-MGR(WS-DEPT-SUB)
052400     MOVE DEPT-PARENT-CODE TO WS-DT-PARENT(WS-DEPT-SUB)
052500     MOVE 'Y'              TO WS-DT-ON-MST(WS-DEPT-SUB)
052600     READ DEPT-MST.
052700     PERFORM H920-CHECK-DEPT-STATUS
052800 H115-END. EXIT.
052900*----------------------------------------------------------------
053000* H120-ADD-DEPT-ENTRY - CLAIM AND CLEAR THE NEXT FREE
053100*                       WS-DEPT-TABLE ENTRY, LEAVING ITS NUMBER
053200*                       IN WS-DEPT-SUB. A RUN WITH MORE DISTINCT
053300*                       CODES THAN THE TABLE HOLDS IS A HARD
053400*                       STOP, NOT A SILENT TRUNCATION
053500*----------------------------------------------------------------
053600 H120-ADD-DEPT-ENTRY.
053700     IF WS-DEPT-USED >= 100
053800         DISPLAY '*** FBED005 ABEND *** DEPT TABLE FULL'
053900         MOVE 16 TO RETURN-CODE
054000         PERFORM H300-CLOSE-FILES
054100         STOP RUN
054200     END-IF
054300     ADD 1 TO WS-DEPT-USED
054400     MOVE WS-DEPT-USED TO WS-DEPT-SUB
054500     MOVE SPACES TO WS-DT-CODE(WS-DEPT-SUB)
054600     MOVE SPACES TO WS-DT-NAME(WS-DEPT-SUB)
054700     MOVE SPACES TO WS-DT-MGR(WS-DEPT-SUB)
054800     MOVE SPACES TO WS-DT-PARENT(WS-DEPT-SUB)
054900     MOVE 'N'    TO WS-DT-ON-MST(WS-DEPT-SUB)
055000     MOVE 'N'    TO WS-DT-IN-PKT-SW(WS-DEPT-SUB)
055100     MOVE 'N'    TO WS-DT-PACKED-SW(WS-DEPT-SUB)
055200     MOVE 0      TO WS-DT-HEADCOUNT(WS-DEPT-SUB)
055300 H120-END. EXIT.
055400*----------------------------------------------------------------
055500* H130-LOAD-ONE-MGR - ADD ONE DEPARTMENT'S MANAGER TO THE MANAGER
055600*                     TABLE UNLESS IT IS BLANK OR ALREADY THERE
055700*----------------------------------------------------------------
055800 H130-LOAD-ONE-MGR.
055900     IF WS-DT-MGR(WS-DEPT-SUB) = SPACES
056000         GO TO H130-END
056100     END-IF
056200     MOVE 0 TO WS-MGR-FOUND-SUB
056300     PERFORM H135-MATCH-ONE-MGR THRU H135-END
056400         VARYING WS-MGR-SUB FROM 1 BY 1
056500         UNTIL WS-MGR-SUB > WS-MGR-USED
056600            OR WS-MGR-FOUND-SUB > 0
056700     IF WS-MGR-FOUND-SUB = 0
056800         ADD 1 TO WS-MGR-USED
056900         MOVE WS-DT-MGR(WS-DEPT-SUB) TO WS-MG-NAME(WS-MGR-USED)
057000     END-IF
057100 H130-END. EXIT.
057200*----------------------------------------------------------------
057300* H135-MATCH-ONE-MGR - COMPARE ONE MANAGER TABLE ENTRY AGAINST THE
057400*                      DEPARTMENT'S MANAGER
057500*----------------------------------------------------------------
057600 H135-MATCH-ONE-MGR.
057700     IF WS-MG-NAME(WS-MGR-SUB) = WS-DT-MGR(WS-DEPT-SUB)
057800         MOVE WS-MGR-SUB TO WS-MGR-FOUND-SUB
057900     END-IF
058000 H135-END. EXIT.
058100*----------------------------------------------------------------
058200* H200-LOAD-ONE-STAFF - ADD ONE ACCTREC RECORD TO THE STAFF TABLE
058300*                       WITH ITS DEPARTMENT, ITS AGE AND ITS NEXT
058400*                       BIRTHDAY, THEN READ THE NEXT RECORD. MORE
058500*                       RECORDS THAN THE TABLE HOLDS IS A HARD
058600*                       STOP, NOT A SILENT TRUNCATION
058700*----------------------------------------------------------------
058800 H200-LOAD-ONE-STAFF.
058900     IF WS-STAFF-USED >= 10000
059000         DISPLAY '*** FBED005 ABEND *** STAFF TABLE FULL'
059100         MOVE 16 TO RETURN-CODE
059200         PERFORM H300-CLOSE-FILES
059300         STOP RUN
059400     END-IF
059500     ADD 1 TO WS-READ-COUNT
059600     ADD 1 TO WS-STAFF-USED
059700     MOVE WS-STAFF-USED TO WS-STAFF-SUB
059800     MOVE ACCT-SEQ      TO WS-ST-SEQ(WS-STAFF-SUB)
059900     MOVE ACCT-AD       TO WS-ST-AD(WS-STAFF-SUB)
060000     MOVE ACCT-SOYAD    TO WS-ST-SOYAD(WS-STAFF-SUB)
060100     MOVE ACCT-DTAR     TO WS-ST-DTAR(WS-STAFF-SUB)
060200     MOVE 'N'           TO WS-ST-AGE-SW(WS-STAFF-SUB)
060300     MOVE 'N'           TO WS-ST-BDAY-SW(WS-STAFF-SUB)
060400     MOVE ACCT-DEPT-CODE TO WS-LOOKUP-CODE
060500     PERFORM H230-FIND-DEPT THRU H230-END
060600     IF WS-DEPT-FOUND-SUB = 0
060700         PERFORM H120-ADD-DEPT-ENTRY
060800         MOVE ACCT-DEPT-CODE TO WS-DT-CODE(WS-DEPT-SUB)
060900         MOVE WS-DEPT-SUB    TO WS-DEPT-FOUND-SUB
061000     END-IF
061100     MOVE WS-DEPT-FOUND-SUB TO WS-ST-DEPT-SUB(WS-STAFF-SUB)
061200     ADD 1 TO WS-DT-HEADCOUNT(WS-DEPT-FOUND-SUB)
061300     PERFORM H210-VALIDATE-DATES THRU H210-END
061400     IF WS-DATES-VALID
061500         PERFORM H220-BREAK-DOWN-FARK
061600         MOVE 'Y'       TO WS-ST-AGE-SW(WS-STAFF-SUB)
061700         MOVE WS-FARK-Y TO WS-ST-FARK-Y(WS-STAFF-SUB)
061800         MOVE WS-FARK-M TO WS-ST-FARK-M(WS-STAFF-SUB)
061900         MOVE WS-FARK-D TO WS-ST-FARK-D(WS-STAFF-SUB)
062000         PERFORM H260-CHECK-BIRTHDAY THRU H260-END
062100     ELSE
062200         ADD 1 TO WS-NO-AGE-COUNT
062300     END-IF
062400     READ ACCT-REC.
062500     PERFORM H921-CHECK-ACCT-STATUS
062600 H200-END. EXIT.
062700*----------------------------------------------------------------
062800* H210-VALIDATE-DATES - CONFIRM ACCT-DTAR IS A REAL CALENDAR DATE
062900*                       AND IS NOT AFTER WS-RUN-DATE, BEFORE
063000*                       EITHER ONE EVER REACHES INTEGER-OF-DATE,
063100*                       AS IN FBEG010
063200*----------------------------------------------------------------
063300 H210-VALIDATE-DATES.
063400     MOVE 'Y' TO WS-VALID-SW
063500     IF ACCT-DTAR NOT NUMERIC
063600         MOVE 'N' TO WS-VALID-SW
063700         GO TO H210-END
063800     END-IF
063900     MOVE ACCT-DTAR   TO WS-DTAR-NUM
064000     MOVE WS-RUN-DATE TO WS-TODAY-NUM
064100     IF WS-DTAR-NUM = 0
064200         MOVE 'N' TO WS-VALID-SW
064300         GO TO H210-END
064400     END-IF
064500     IF WS-DTAR-YYYY < 1601 OR WS-DTAR-MM < 1
064600                             OR WS-DTAR-MM > 12
064700         MOVE 'N' TO WS-VALID-SW
064800         GO TO H210-END
064900     END-IF
065000     MOVE WS-DTAR-YYYY TO WS-CHK-YYYY
065100     MOVE WS-DTAR-MM   TO WS-CHK-MM
065200     PERFORM H212-DAYS-IN-MONTH
065300     IF WS-DTAR-DD < 1 OR WS-DTAR-DD > WS-CHK-DAYS
065400         MOVE 'N' TO WS-VALID-SW
065500         GO TO H210-END
065600     END-IF
065700     IF ACCT-DTAR > WS-RUN-DATE
065800         MOVE 'N' TO WS-VALID-SW
065900     END-IF
066000 H210-END. EXIT.
066100*----------------------------------------------------------------
066200* H212-DAYS-IN-MONTH - RETURN THE NUMBER OF DAYS IN WS-CHK-YYYY/
066300*                      WS-CHK-MM AS WS-CHK-DAYS, USING
066400*                      INTEGER-OF-DATE SO LEAP YEARS ARE HANDLED
066500*                      WITHOUT A HAND-CODED LEAP-YEAR RULE
066600*----------------------------------------------------------------
066700 H212-DAYS-IN-MONTH.
066800     COMPUTE WS-CHK-DATE1 = WS-CHK-YYYY * 10000
066900                           + WS-CHK-MM   * 100 + 01
067000     MOVE WS-CHK-YYYY TO WS-CHK-NEXT-YYYY
067100     COMPUTE WS-CHK-NEXT-MM = WS-CHK-MM + 1
067200     IF WS-CHK-NEXT-MM > 12
067300         MOVE 1 TO WS-CHK-NEXT-MM
067400         ADD 1 TO WS-CHK-NEXT-YYYY
067500     END-IF
067600     COMPUTE WS-CHK-DATE2 = WS-CHK-NEXT-YYYY * 10000
067700                           + WS-CHK-NEXT-MM   * 100 + 01
067800     COMPUTE WS-CHK-DAYS = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE2)
067900                         - FUNCTION INTEGER-OF-DATE(WS-CHK-DATE1)
068000 H212-END. EXIT.
068100*----------------------------------------------------------------
068200* H220-BREAK-DOWN-FARK - SPLIT THE GAP BETWEEN ACCT-DTAR AND THE
068300*                        RUN DATE INTO Y/M/D, AS IN FBEG005, SO
068400*                        WS-FARK-Y CARRIES THE AGE IN WHOLE YEARS
068500*----------------------------------------------------------------
068600 H220-BREAK-DOWN-FARK.
068700     MOVE ACCT-DTAR   TO   WS-DTAR-NUM
068800     MOVE WS-RUN-DATE TO   WS-TODAY-NUM
068900     COMPUTE WS-FARK-D = WS-TODAY-DD - WS-DTAR-DD
069000     COMPUTE WS-FARK-M = WS-TODAY-MM - WS-DTAR-MM
069100     COMPUTE WS-FARK-Y = WS-TODAY-YYYY - WS-DTAR-YYYY
069200     MOVE 0 TO WS-BRW-COUNT
069300     PERFORM H225-BORROW-DAY UNTIL WS-FARK-D >= 0
069400     PERFORM H227-BORROW-MONTH UNTIL WS-FARK-M >= 0
069500 H220-END. EXIT.
069600*----------------------------------------------------------------
069700* H225-BORROW-DAY - BORROW A MONTH'S WORTH OF DAYS, GOING BACK ONE
069800*                   MORE CALENDAR MONTH EACH TIME IT IS PERFORMED,
069900*                   USING INTEGER-OF-DATE SO LEAP FEBRUARYS ARE
070000*                   RIGHT. LOOPED FROM H220-BREAK-DOWN-FARK UNTIL
070100*                   WS-FARK-D IS NO LONGER NEGATIVE
070200*----------------------------------------------------------------
070300 H225-BORROW-DAY.
070400     MOVE WS-TODAY-YYYY TO WS-BRW-YYYY
070500     COMPUTE WS-BRW-MM = WS-TODAY-MM - 1 - WS-BRW-COUNT
070600     PERFORM H226-NORMALIZE-BORROW-MONTH UNTIL WS-BRW-MM > 0
070700     MOVE WS-BRW-YYYY TO WS-CHK-YYYY
070800     MOVE WS-BRW-MM   TO WS-CHK-MM
070900     PERFORM H212-DAYS-IN-MONTH
071000     MOVE WS-CHK-DAYS TO WS-DAYS-IN-MONTH
071100     ADD WS-DAYS-IN-MONTH TO WS-FARK-D
071200     SUBTRACT 1 FROM WS-FARK-M
071300     ADD 1 TO WS-BRW-COUNT
071400 H225-END. EXIT.
071500*----------------------------------------------------------------
071600* H226-NORMALIZE-BORROW-MONTH - ROLL WS-BRW-MM/WS-BRW-YYYY BACK
071700*                               ONE YEAR AT A TIME UNTIL THE
071800*                               BORROWED MONTH NUMBER IS A REAL
071900*                               1-12 MONTH
072000*----------------------------------------------------------------
072100 H226-NORMALIZE-BORROW-MONTH.
072200     ADD 12 TO WS-BRW-MM
072300     SUBTRACT 1 FROM WS-BRW-YYYY
072400 H226-END. EXIT.
072500*----------------------------------------------------------------
072600* H227-BORROW-MONTH - BORROW A YEAR'S WORTH OF MONTHS. LOOPED FROM
072700*                     H220-BREAK-DOWN-FARK UNTIL WS-FARK-M IS NO
072800*                     LONGER NEGATIVE
072900*----------------------------------------------------------------
073000 H227-BORROW-MONTH.
073100     ADD 12 TO WS-FARK-M
073200     SUBTRACT 1 FROM WS-FARK-Y
073300 H227-END. EXIT.
073400*----------------------------------------------------------------
073500* H230-FIND-DEPT - LOCATE WS-LOOKUP-CODE IN WS-DEPT-TABLE AND
073600*                  LEAVE THE ENTRY NUMBER IN WS-DEPT-FOUND-SUB,
073700*                  ZERO WHEN THE TABLE DOES NOT HOLD THE CODE
073800*----------------------------------------------------------------
073900 H230-FIND-DEPT.
074000     MOVE 0 TO WS-DEPT-FOUND-SUB
074100     PERFORM H235-MATCH-ONE-DEPT THRU H235-END
074200         VARYING WS-SCAN-SUB FROM 1 BY 1
074300         UNTIL WS-SCAN-SUB > WS-DEPT-USED
074400            OR WS-DEPT-FOUND-SUB > 0
074500 H230-END. EXIT.
074600*----------------------------------------------------------------
074700* H235-MATCH-ONE-DEPT - COMPARE ONE WS-DEPT-TABLE ENTRY AGAINST
074800*                       WS-LOOKUP-CODE
074900*----------------------------------------------------------------
075000 H235-MATCH-ONE-DEPT.
075100     IF WS-DT-CODE(WS-SCAN-SUB) = WS-LOOKUP-CODE
075200         MOVE WS-SCAN-SUB TO WS-DEPT-FOUND-SUB
075300     END-IF
075400 H235-END. EXIT.
075500*----------------------------------------------------------------
075600* H240-LOAD-ONE-MOVE - KEEP ONE ASGNHIST MOVEMENT THAT FALLS
075700*                      INSIDE THE PERIOD, WITH THE PERSON'S NAME
075800*                      AND THE TABLE ENTRIES OF BOTH DEPARTMENTS,
075900*                      THEN READ THE NEXT ONE
076000*----------------------------------------------------------------
076100 H240-LOAD-ONE-MOVE.
076200     IF (WS-SEL-DATE-FROM > 0
076300         AND ASGN-EFF-DATE < WS-SEL-DATE-FROM)
076400        OR (WS-SEL-DATE-TO > 0
076500         AND ASGN-EFF-DATE > WS-SEL-DATE-TO)
076600         GO TO H240-READ-NEXT
076700     END-IF
076800     IF WS-MOVE-USED >= 5000
076900         DISPLAY '*** FBED005 ABEND *** MOVE TABLE FULL'
077000         MOVE 16 TO RETURN-CODE
077100         PERFORM H300-CLOSE-FILES
077200         STOP RUN
077300     END-IF
077400     ADD 1 TO WS-MOVE-USED
077500     MOVE WS-MOVE-USED   TO WS-MOVE-SUB
077600     MOVE ASGN-EFF-DATE  TO WS-MV-DATE(WS-MOVE-SUB)
077700     MOVE ASGN-ACTION    TO WS-MV-ACTION(WS-MOVE-SUB)
077800     MOVE ASGN-SEQ       TO WS-MV-SEQ(WS-MOVE-SUB)
077900     MOVE ASGN-FROM-DEPT TO WS-MV-FROM-DEPT(WS-MOVE-SUB)
078000     MOVE ASGN-TO-DEPT   TO WS-MV-TO-DEPT(WS-MOVE-SUB)
078100     MOVE 'N'            TO WS-MV-PACKED-SW(WS-MOVE-SUB)
078200     MOVE ASGN-SEQ TO WS-LOOKUP-SEQ
078300     PERFORM H250-FIND-STAFF THRU H250-END
078400     IF WS-STAFF-FOUND-SUB > 0
078500         MOVE WS-ST-AD(WS-STAFF-FOUND-SUB)
078600             TO WS-MV-AD(WS-MOVE-SUB)
078700         MOVE WS-ST-SOYAD(WS-STAFF-FOUND-SUB)
078800             TO WS-MV-SOYAD(WS-MOVE-SUB)
078900     ELSE
079000         MOVE 'NOT ON ACCTREC' TO WS-MV-AD(WS-MOVE-SUB)
079100         MOVE SPACES           TO WS-MV-SOYAD(WS-MOVE-SUB)
079200     END-IF
079300     MOVE 0 TO WS-MV-FROM-SUB(WS-MOVE-SUB)
079400     IF ASGN-FROM-DEPT NOT = SPACES
079500         MOVE ASGN-FROM-DEPT TO WS-LOOKUP-CODE
079600         PERFORM H230-FIND-DEPT THRU H230-END
079700         MOVE WS-DEPT-FOUND-SUB TO WS-MV-FROM-SUB(WS-MOVE-SUB)
079800     END-IF
079900     MOVE 0 TO WS-MV-TO-SUB(WS-MOVE-SUB)
080000     IF ASGN-TO-DEPT NOT = SPACES
080100         MOVE ASGN-TO-DEPT TO WS-LOOKUP-CODE
080200         PERFORM H230-FIND-DEPT THRU H230-END
080300         MOVE WS-DEPT-FOUND-SUB TO WS-MV-TO-SUB(WS-MOVE-SUB)
080400     END-IF.
080500 H240-READ-NEXT.
080600     READ ASGN-HIST.
080700     PERFORM H922-CHECK-ASGN-STATUS
080800 H240-END. EXIT.
080900*----------------------------------------------------------------
081000* H250-FIND-STAFF - LOCATE WS-LOOKUP-SEQ IN THE STAFF TABLE AND
081100*                   LEAVE THE ENTRY NUMBER IN WS-STAFF-FOUND-SUB,
081200*                   ZERO WHEN THE PERSON IS NOT ON ACCTREC
081300*----------------------------------------------------------------
081400 H250-FIND-STAFF.
081500     MOVE 0 TO WS-STAFF-FOUND-SUB
081600     PERFORM H255-MATCH-ONE-STAFF THRU H255-END
081700         VARYING WS-STAFF-SUB FROM 1 BY 1
081800         UNTIL WS-STAFF-SUB > WS-STAFF-USED
081900            OR WS-STAFF-FOUND-SUB > 0
082000 H250-END. EXIT.
082100*----------------------------------------------------------------
082200* H255-MATCH-ONE-STAFF - COMPARE ONE STAFF TABLE ENTRY AGAINST
082300*                        WS-LOOKUP-SEQ
082400*----------------------------------------------------------------
082500 H255-MATCH-ONE-STAFF.
082600     IF WS-ST-SEQ(WS-STAFF-SUB) = WS-LOOKUP-SEQ
082700         MOVE WS-STAFF-SUB TO WS-STAFF-FOUND-SUB
082800     END-IF
082900 H255-END. EXIT.
083000*----------------------------------------------------------------
083100* H260-CHECK-BIRTHDAY - IS THIS RECORD'S NEXT BIRTHDAY INSIDE THE
083200*                       LOOKAHEAD WINDOW? THE CANDIDATE DATE IS
083300*                       THE DTAR MONTH/DAY IN THE RUN-DATE YEAR,
083400*                       ROLLED INTO THE NEXT YEAR WHEN IT HAS
083500*                       ALREADY PASSED, AS IN FBEG005. DATES WERE
083600*                       VALIDATED UPSTREAM BY H210-VALIDATE-DATES
083700*----------------------------------------------------------------
083800 H260-CHECK-BIRTHDAY.
083900     MOVE ACCT-DTAR   TO WS-DTAR-NUM
084000     MOVE WS-RUN-DATE TO WS-TODAY-NUM
084100     MOVE WS-TODAY-YYYY TO WS-BDAY-YYYY
084200     PERFORM H261-SET-BDAY-DATE
084300     COMPUTE WS-RUN-INT =
084400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
084500     COMPUTE WS-BDAY-INT =
084600         FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE)
084700     IF WS-BDAY-INT < WS-RUN-INT
084800         ADD 1 TO WS-BDAY-YYYY
084900         PERFORM H261-SET-BDAY-DATE
085000         COMPUTE WS-BDAY-INT =
085100             FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE)
085200     END-IF
085300     COMPUTE WS-BDAY-WAIT = WS-BDAY-INT - WS-RUN-INT
085400     IF WS-BDAY-WAIT <= WS-LOOKAHEAD-DAYS
085500         COMPUTE WS-BDAY-AGE = WS-BDAY-YYYY - WS-DTAR-YYYY
085600         MOVE 'Y'          TO WS-ST-BDAY-SW(WS-STAFF-SUB)
085700         MOVE WS-BDAY-DATE TO WS-ST-BDAY-DATE(WS-STAFF-SUB)
085800         MOVE WS-BDAY-AGE  TO WS-ST-BDAY-AGE(WS-STAFF-SUB)
085900         MOVE WS-BDAY-WAIT TO WS-ST-BDAY-WAIT(WS-STAFF-SUB)
086000     END-IF
086100 H260-END. EXIT.
086200*----------------------------------------------------------------
086300* H261-SET-BDAY-DATE - BUILD THE BIRTHDAY CANDIDATE DATE FOR THE
086400*                      YEAR IN WS-BDAY-YYYY. A FEBRUARY-29TH
086500*                      BIRTHDAY IS CELEBRATED ON THE 28TH WHEN
086600*                      THAT YEAR'S FEBRUARY HAS NO 29TH
086700*----------------------------------------------------------------
086800 H261-SET-BDAY-DATE.
086900     MOVE WS-DTAR-MM TO WS-BDAY-MM
087000     MOVE WS-DTAR-DD TO WS-BDAY-DD
087100     IF WS-DTAR-MM = 2 AND WS-DTAR-DD = 29
087200         MOVE WS-BDAY-YYYY TO WS-CHK-YYYY
087300         MOVE 2            TO WS-CHK-MM
087400         PERFORM H212-DAYS-IN-MONTH
087500         IF WS-CHK-DAYS < 29
087600             MOVE 28 TO WS-BDAY-DD
087700         END-IF
087800     END-IF
087900     COMPUTE WS-BDAY-DATE = WS-BDAY-YYYY * 10000
088000                          + WS-BDAY-MM   * 100
088100                          + WS-BDAY-DD
088200 H261-END. EXIT.
088300*----------------------------------------------------------------
088400* H400-BURST-ONE-PACKET - WORK OUT WHICH DEPARTMENTS THE MANAGER
088500*                         IN HAND RECEIVES, COUNT THE PACKET,
088600*                         WRITE THE COVER LINE, THE ROSTER,
088700*                         MOVEMENT AND BIRTHDAY SECTIONS AND THE
088800*                         END LINE, AND LOG THE PACKET
088900*----------------------------------------------------------------
089000 H400-BURST-ONE-PACKET.
089100     ADD 1 TO WS-PKT-NO
089200     MOVE 0 TO WS-PKT-DEPTS
089300     MOVE 0 TO WS-PKT-STAFF
089400     MOVE 0 TO WS-PKT-MOVES
089500     MOVE 0 TO WS-PKT-BDAYS
089600     MOVE 0 TO WS-PKT-WRITTEN
089700     PERFORM H410-MARK-ONE-DEPT THRU H410-END
089800         VARYING WS-DEPT-SUB FROM 1 BY 1
089900         UNTIL WS-DEPT-SUB > WS-DEPT-USED
090000     PERFORM H420-COUNT-ONE-STAFF THRU H420-END
090100         VARYING WS-STAFF-SUB FROM 1 BY 1
090200         UNTIL WS-STAFF-SUB > WS-STAFF-USED
090300     PERFORM H425-COUNT-ONE-MOVE THRU H425-END
090400         VARYING WS-MOVE-SUB FROM 1 BY 1
090500         UNTIL WS-MOVE-SUB > WS-MOVE-USED
090600*    THREE SECTION HEADINGS, ONE HEADING PER DEPARTMENT AND ONE
090700*    LINE PER PERSON, MOVEMENT AND BIRTHDAY
090800     COMPUTE WS-PKT-LINES = 3 + WS-PKT-DEPTS + WS-PKT-STAFF
090900                          + WS-PKT-MOVES + WS-PKT-BDAYS
091000     MOVE SPACES                 TO PKT-COVER-REC
091100     MOVE '*** PACKET '          TO PC-LIT1
091200     MOVE WS-PKT-NO              TO PC-PKT-NO
091300     MOVE ' FOR '                TO PC-LIT2
091400     MOVE WS-MG-NAME(WS-MGR-SUB) TO PC-MGR
091500     MOVE ' STAFF='              TO PC-LIT3
091600     MOVE WS-PKT-STAFF           TO PC-STAFF
091700     MOVE ' LINES='              TO PC-LIT4
091800     MOVE WS-PKT-LINES           TO PC-LINES
091900     WRITE PKT-COVER-REC
092000     PERFORM H923-CHECK-PKT-STATUS
092100     MOVE SPACES                 TO PKT-HEAD-REC
092200     MOVE '--- DEPARTMENT ROSTER WITH AGES' TO PH-LIT
092300     PERFORM H490-WRITE-HEAD-LINE
092400     PERFORM H440-WRITE-ONE-DEPT THRU H440-END
092500         VARYING WS-DEPT-SUB FROM 1 BY 1
092600         UNTIL WS-DEPT-SUB > WS-DEPT-USED
092700     MOVE SPACES                 TO PKT-HEAD-REC
092800     MOVE '--- JOINERS, LEAVERS AND TRANSFERS FROM '
092900         TO PH-LIT
093000     MOVE WS-SEL-DATE-FROM       TO PH-DATE-FROM
093100     MOVE ' TO '                 TO PH-LIT2
093200     MOVE WS-SEL-DATE-TO         TO PH-DATE-TO
093300     PERFORM H490-WRITE-HEAD-LINE
093400     PERFORM H450-WRITE-ONE-MOVE THRU H450-END
093500         VARYING WS-MOVE-SUB FROM 1 BY 1
093600         UNTIL WS-MOVE-SUB > WS-MOVE-USED
093700     MOVE SPACES                 TO PKT-HEAD-REC
093800     MOVE '--- UPCOMING BIRTHDAYS, WINDOW IN DAYS:'
093900         TO PH-LIT
094000     MOVE WS-LOOKAHEAD-DAYS      TO PH-DAYS
094100     PERFORM H490-WRITE-HEAD-LINE
094200     PERFORM H460-WRITE-ONE-BDAY THRU H460-END
094300         VARYING WS-STAFF-SUB FROM 1 BY 1
094400         UNTIL WS-STAFF-SUB > WS-STAFF-USED
094500     MOVE SPACES                 TO PKT-END-REC
094600     MOVE '*** END OF PACKET '   TO PE-LIT1
094700     MOVE WS-PKT-NO              TO PE-PKT-NO
094800     MOVE ' LINES='              TO PE-LIT2
094900     MOVE WS-PKT-WRITTEN         TO PE-LINES
095000     WRITE PKT-END-REC
095100     PERFORM H923-CHECK-PKT-STATUS
095200     PERFORM H480-LOG-PACKET THRU H480-END
095300 H400-END. EXIT.
095400*----------------------------------------------------------------
095500* H410-MARK-ONE-DEPT - SET THIS DEPARTMENT'S IN-PACKET SWITCH BY
095600*                      WALKING ITS PARENT CHAIN UPWARD FROM ITSELF
095700*                      LOOKING FOR THE PACKET'S MANAGER
095800*----------------------------------------------------------------
095900 H410-MARK-ONE-DEPT.
096000     MOVE 'N'         TO WS-DT-IN-PKT-SW(WS-DEPT-SUB)
096100     MOVE WS-DEPT-SUB TO WS-CHAIN-SUB
096200     MOVE 0           TO WS-CHAIN-DEPTH
096300     MOVE 'N'         TO WS-CHAIN-DONE-SW
096400     PERFORM H412-CHECK-ONE-LEVEL THRU H412-END
096500         UNTIL WS-CHAIN-DONE
096600     IF WS-DT-IN-PKT(WS-DEPT-SUB)
096700         MOVE 'Y' TO WS-DT-PACKED-SW(WS-DEPT-SUB)
096800         ADD 1 TO WS-PKT-DEPTS
096900     END-IF
097000 H410-END. EXIT.
097100*----------------------------------------------------------------
097200* H412-CHECK-ONE-LEVEL - TEST THE ENTRY IN WS-CHAIN-SUB FOR THE
097300*                        PACKET'S MANAGER, THEN STEP ONE LEVEL UP
097400*                        THE PARENT CHAIN. A BLANK OR UNKNOWN
097500*                        PARENT, OR THE TWENTY-LEVEL CAP, ENDS THE
097600*                        WALK
097700*----------------------------------------------------------------
097800 H412-CHECK-ONE-LEVEL.
097900     ADD 1 TO WS-CHAIN-DEPTH
098000     IF WS-DT-MGR(WS-CHAIN-SUB) = WS-MG-NAME(WS-MGR-SUB)
098100         MOVE 'Y' TO WS-DT-IN-PKT-SW(WS-DEPT-SUB)
098200         MOVE 'Y' TO WS-CHAIN-DONE-SW
098300         GO TO H412-END
098400     END-IF
098500     IF WS-CHAIN-DEPTH > 20
098600        OR WS-DT-PARENT(WS-CHAIN-SUB) = SPACES
098700         MOVE 'Y' TO WS-CHAIN-DONE-SW
098800         GO TO H412-END
098900     END-IF
099000     MOVE WS-DT-PARENT(WS-CHAIN-SUB) TO WS-LOOKUP-CODE
099100     PERFORM H230-FIND-DEPT THRU H230-END
099200     IF WS-DEPT-FOUND-SUB = 0
099300         MOVE 'Y' TO WS-CHAIN-DONE-SW
099400     ELSE
099500         MOVE WS-DEPT-FOUND-SUB TO WS-CHAIN-SUB
099600     END-IF
099700 H412-END. EXIT.
099800*----------------------------------------------------------------
099900* H420-COUNT-ONE-STAFF - COUNT ONE PERSON, AND THEIR BIRTHDAY IF
100000*                        IT IS DUE, WHEN THEIR DEPARTMENT IS IN
100100*                        THE PACKET
100200*----------------------------------------------------------------
100300 H420-COUNT-ONE-STAFF.
100400     MOVE WS-ST-DEPT-SUB(WS-STAFF-SUB) TO WS-SCAN-SUB
100500     IF WS-DT-IN-PKT(WS-SCAN-SUB)
100600         ADD 1 TO WS-PKT-STAFF
100700         IF WS-ST-BDAY-DUE(WS-STAFF-SUB)
100800             ADD 1 TO WS-PKT-BDAYS
100900         END-IF
101000     END-IF
101100 H420-END. EXIT.
101200*----------------------------------------------------------------
101300* H425-COUNT-ONE-MOVE - COUNT ONE MOVEMENT WHEN EITHER OF ITS
101400*                       DEPARTMENTS IS IN THE PACKET
101500*----------------------------------------------------------------
101600 H425-COUNT-ONE-MOVE.
101700     PERFORM H427-CHECK-MOVE-IN-PKT THRU H427-END
101800     IF WS-MOVE-IN-PKT
101900         MOVE 'Y' TO WS-MV-PACKED-SW(WS-MOVE-SUB)
102000         ADD 1 TO WS-PKT-MOVES
102100     END-IF
102200 H425-END. EXIT.
102300*----------------------------------------------------------------
102400* H427-CHECK-MOVE-IN-PKT - SET WS-MOVE-IN-PKT-SW FOR THE MOVEMENT
102500*                          IN WS-MOVE-SUB. A DEPARTMENT THE TABLE
102600*                          DOES NOT HOLD IS IN NO PACKET
102700*----------------------------------------------------------------
102800 H427-CHECK-MOVE-IN-PKT.
102900     MOVE 'N' TO WS-MOVE-IN-PKT-SW
103000     MOVE WS-MV-FROM-SUB(WS-MOVE-SUB) TO WS-SCAN-SUB
103100     IF WS-SCAN-SUB > 0
103200         IF WS-DT-IN-PKT(WS-SCAN-SUB)
103300             MOVE 'Y' TO WS-MOVE-IN-PKT-SW
103400         END-IF
103500     END-IF
103600     MOVE WS-MV-TO-SUB(WS-MOVE-SUB) TO WS-SCAN-SUB
103700     IF WS-SCAN-SUB > 0
103800         IF WS-DT-IN-PKT(WS-SCAN-SUB)
103900             MOVE 'Y' TO WS-MOVE-IN-PKT-SW
104000         END-IF
104100     END-IF
104200 H427-END. EXIT.
104300*----------------------------------------------------------------
104400* H440-WRITE-ONE-DEPT - FOR A DEPARTMENT IN THE PACKET, WRITE ITS
104500*                       HEADING LINE AND THEN ITS STAFF IN ACCTREC
104600*                       KEY ORDER
104700*----------------------------------------------------------------
104800 H440-WRITE-ONE-DEPT.
104900     IF NOT WS-DT-IN-PKT(WS-DEPT-SUB)
105000         GO TO H440-END
105100     END-IF
105200     MOVE SPACES                  TO PKT-DEPT-REC
105300     MOVE 'DEPT  '                TO PD-LIT1
105400     MOVE WS-DT-CODE(WS-DEPT-SUB) TO PD-CODE
105500     MOVE WS-DT-NAME(WS-DEPT-SUB) TO PD-NAME
105600     MOVE ' MGR: '                TO PD-LIT2
105700     MOVE WS-DT-MGR(WS-DEPT-SUB)  TO PD-MGR
105800     WRITE PKT-DEPT-REC
105900     PERFORM H923-CHECK-PKT-STATUS
106000     ADD 1 TO WS-PKT-WRITTEN
106100     PERFORM H445-WRITE-ONE-STAFF THRU H445-END
106200         VARYING WS-STAFF-SUB FROM 1 BY 1
106300         UNTIL WS-STAFF-SUB > WS-STAFF-USED
106400 H440-END. EXIT.
106500*----------------------------------------------------------------
106600* H445-WRITE-ONE-STAFF - WRITE ONE ROSTER LINE WHEN THE PERSON
106700*                        BELONGS TO THE DEPARTMENT IN HAND. A
106800*                        PERSON WITH NO USABLE BIRTH DATE IS STILL
106900*                        LISTED, WITH A NOTE IN PLACE OF THE AGE
107000*----------------------------------------------------------------
107100 H445-WRITE-ONE-STAFF.
107200     IF WS-ST-DEPT-SUB(WS-STAFF-SUB) NOT = WS-DEPT-SUB
107300         GO TO H445-END
107400     END-IF
107500     MOVE SPACES                    TO PKT-STAFF-REC
107600     MOVE WS-ST-SEQ(WS-STAFF-SUB)   TO PS-SEQ
107700     MOVE WS-ST-AD(WS-STAFF-SUB)    TO PS-AD
107800     MOVE WS-ST-SOYAD(WS-STAFF-SUB) TO PS-SOYAD
107900     MOVE ' DOB: '                  TO PS-LIT1
108000     MOVE WS-ST-DTAR(WS-STAFF-SUB)  TO PS-DTAR
108100     MOVE ' AGE: '                  TO PS-LIT2
108200     IF WS-ST-AGED(WS-STAFF-SUB)
108300         MOVE WS-ST-FARK-Y(WS-STAFF-SUB) TO PS-FARK-Y
108400         MOVE 'Y '                       TO PS-FARK-Y-LIT
108500         MOVE WS-ST-FARK-M(WS-STAFF-SUB) TO PS-FARK-M
108600         MOVE 'M '                       TO PS-FARK-M-LIT
108700         MOVE WS-ST-FARK-D(WS-STAFF-SUB) TO PS-FARK-D
108800         MOVE 'D'                        TO PS-FARK-D-LIT
108900     ELSE
109000         MOVE 'NO USABLE DOB'            TO PS-AGE-TEXT
109100     END-IF
109200     WRITE PKT-STAFF-REC
109300     PERFORM H923-CHECK-PKT-STATUS
109400     ADD 1 TO WS-PKT-WRITTEN
109500 H445-END. EXIT.
109600*----------------------------------------------------------------
109700* H450-WRITE-ONE-MOVE - WRITE ONE MOVEMENT LINE WHEN EITHER OF ITS
109800*                       DEPARTMENTS IS IN THE PACKET, SO A
109900*                       TRANSFER SHOWS IN BOTH MANAGERS' PACKETS
110000*----------------------------------------------------------------
110100 H450-WRITE-ONE-MOVE.
110200     PERFORM H427-CHECK-MOVE-IN-PKT THRU H427-END
110300     IF NOT WS-MOVE-IN-PKT
110400         GO TO H450-END
110500     END-IF
110600     MOVE SPACES                      TO PKT-MOVE-REC
110700     MOVE WS-MV-DATE(WS-MOVE-SUB)     TO PM-DATE
110800     EVALUATE TRUE
110900         WHEN WS-MV-JOINER(WS-MOVE-SUB)
111000             MOVE 'JOINER'            TO PM-ACTION
111100         WHEN WS-MV-LEAVER(WS-MOVE-SUB)
111200             MOVE 'LEAVER'            TO PM-ACTION
111300         WHEN OTHER
111400             MOVE 'TRANSFER'          TO PM-ACTION
111500     END-EVALUATE
111600     MOVE WS-MV-SEQ(WS-MOVE-SUB)      TO PM-SEQ
111700     MOVE WS-MV-AD(WS-MOVE-SUB)       TO PM-AD
111800     MOVE WS-MV-SOYAD(WS-MOVE-SUB)    TO PM-SOYAD
111900     MOVE ' FROM '                    TO PM-LIT1
112000     MOVE WS-MV-FROM-DEPT(WS-MOVE-SUB) TO PM-FROM-DEPT
112100     MOVE ' TO '                      TO PM-LIT2
112200     MOVE WS-MV-TO-DEPT(WS-MOVE-SUB)  TO PM-TO-DEPT
112300     WRITE PKT-MOVE-REC
112400     PERFORM H923-CHECK-PKT-STATUS
112500     ADD 1 TO WS-PKT-WRITTEN
112600 H450-END. EXIT.
112700*----------------------------------------------------------------
112800* H460-WRITE-ONE-BDAY - WRITE ONE UPCOMING-BIRTHDAY LINE, IN THE
112900*                       FBEG005 BDAYFILE SHAPE, FOR A PERSON IN
113000*                       THE PACKET WHOSE BIRTHDAY IS DUE
113100*----------------------------------------------------------------
113200 H460-WRITE-ONE-BDAY.
113300     IF NOT WS-ST-BDAY-DUE(WS-STAFF-SUB)
113400         GO TO H460-END
113500     END-IF
113600     MOVE WS-ST-DEPT-SUB(WS-STAFF-SUB) TO WS-SCAN-SUB
113700     IF NOT WS-DT-IN-PKT(WS-SCAN-SUB)
113800         GO TO H460-END
113900     END-IF
114000     MOVE SPACES                        TO PKT-BDAY-REC
114100     MOVE WS-ST-SEQ(WS-STAFF-SUB)       TO PB-SEQ
114200     MOVE WS-ST-AD(WS-STAFF-SUB)        TO PB-AD
114300     MOVE WS-ST-SOYAD(WS-STAFF-SUB)     TO PB-SOYAD
114400     MOVE WS-DT-CODE(WS-SCAN-SUB)       TO PB-DEPT
114500     MOVE ' BDAY: '                     TO PB-LIT1
114600     MOVE WS-ST-BDAY-DATE(WS-STAFF-SUB) TO PB-DATE
114700     MOVE ' TURNS '                     TO PB-LIT2
114800     MOVE WS-ST-BDAY-AGE(WS-STAFF-SUB)  TO PB-AGE
114900     MOVE ' IN '                        TO PB-LIT3
115000     MOVE WS-ST-BDAY-WAIT(WS-STAFF-SUB) TO PB-DAYS
115100     MOVE ' D'                          TO PB-LIT4
115200     WRITE PKT-BDAY-REC
115300     PERFORM H923-CHECK-PKT-STATUS
115400     ADD 1 TO WS-PKT-WRITTEN
115500 H460-END. EXIT.
115600*----------------------------------------------------------------
115700* H480-LOG-PACKET - LIST THE PACKET JUST WRITTEN ON THE
115800*                   DISTRIBUTION LOG WITH ITS CONTROL COUNTS
115900*----------------------------------------------------------------
116000 H480-LOG-PACKET.
116100     MOVE SPACES                 TO DLOG-DETAIL-REC
116200     MOVE WS-PKT-NO              TO DL-PKT-NO
116300     MOVE WS-MG-NAME(WS-MGR-SUB) TO DL-MGR
116400     MOVE ' D='                  TO DL-LIT1
116500     MOVE WS-PKT-DEPTS           TO DL-DEPTS
116600     MOVE ' S='                  TO DL-LIT2
116700     MOVE WS-PKT-STAFF           TO DL-STAFF
116800     MOVE ' M='                  TO DL-LIT3
116900     MOVE WS-PKT-MOVES           TO DL-MOVES
117000     MOVE ' B='                  TO DL-LIT4
117100     MOVE WS-PKT-BDAYS           TO DL-BDAYS
117200     MOVE ' L='                  TO DL-LIT5
117300     MOVE WS-PKT-WRITTEN         TO DL-LINES
117400     WRITE DLOG-DETAIL-REC
117500     PERFORM H924-CHECK-LOG-STATUS
117600 H480-END. EXIT.
117700*----------------------------------------------------------------
117800* H490-WRITE-HEAD-LINE - WRITE ONE SECTION HEADING TO THE PACKET
117900*----------------------------------------------------------------
118000 H490-WRITE-HEAD-LINE.
118100     WRITE PKT-HEAD-REC
118200     PERFORM H923-CHECK-PKT-STATUS
118300     ADD 1 TO WS-PKT-WRITTEN
118400 H490-END. EXIT.
118500*----------------------------------------------------------------
118600* H500-FLAG-ONE-DEPT - FLAG A MASTER DEPARTMENT WITH NO MANAGER,
118700*                      OR A CODE ON ACCTREC THE MASTER DOES NOT
118800*                      HOLD, ON THE DISTRIBUTION LOG, AND COUNT
118900*                      THE STAFF OF ANY DEPARTMENT NO PACKET
119000*                      CARRIED
119100*----------------------------------------------------------------
119200 H500-FLAG-ONE-DEPT.
119300     IF NOT WS-DT-PACKED(WS-DEPT-SUB)
119400         ADD WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-UNSENT-STAFF
119500     END-IF
119600     IF WS-DT-ON-MASTER(WS-DEPT-SUB)
119700        AND WS-DT-MGR(WS-DEPT-SUB) NOT = SPACES
119800         GO TO H500-END
119900     END-IF
120000     MOVE SPACES                  TO DLOG-FLAG-REC
120100     MOVE '*** DEPT CODE '        TO DF-LIT1
120200     MOVE WS-DT-CODE(WS-DEPT-SUB) TO DF-CODE
120300     IF WS-DT-ON-MASTER(WS-DEPT-SUB)
120400         MOVE ' HAS NO MANAGER ON DEPTMST' TO DF-LIT2
120500         ADD 1 TO WS-NO-MGR-COUNT
120600     ELSE
120700         MOVE ' NOT ON DEPTMST'            TO DF-LIT2
120800         ADD 1 TO WS-OFF-MST-COUNT
120900     END-IF
121000     IF WS-DT-PACKED(WS-DEPT-SUB)
121100         MOVE '- SENT TO PARENT MANAGER' TO DF-LIT3
121200     ELSE
121300         MOVE '- IN NO PACKET'           TO DF-LIT3
121400     END-IF
121500     WRITE DLOG-FLAG-REC
121600     PERFORM H924-CHECK-LOG-STATUS
121700 H500-END. EXIT.
121800*----------------------------------------------------------------
121900* H505-COUNT-UNSENT-MOVE - COUNT A PERIOD MOVEMENT NO PACKET
122000*                          CARRIED
122100*----------------------------------------------------------------
122200 H505-COUNT-UNSENT-MOVE.
122300     IF NOT WS-MV-PACKED(WS-MOVE-SUB)
122400         ADD 1 TO WS-UNSENT-MOVES
122500     END-IF
122600 H505-END. EXIT.
122700*----------------------------------------------------------------
122800* H550-WRITE-ONE-TOTAL - WRITE THE DISTRIBUTION LOG TOTAL LINE
122900*                        BUILT BY THE CALLER
123000*----------------------------------------------------------------
123100 H550-WRITE-ONE-TOTAL.
123200     WRITE DLOG-TOTAL-REC
123300     PERFORM H924-CHECK-LOG-STATUS
123400 H550-END. EXIT.
123500*----------------------------------------------------------------
123600* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN AND GIVE
123700*                    BACK THE RUN-CONTROL LOCK
123800*----------------------------------------------------------------
123900 H300-CLOSE-FILES.
123925*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
123950*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
123975     MOVE RETURN-CODE TO WS-SAVE-RC
124000     CLOSE DEPT-MST.
124100     CLOSE ACCT-REC.
124200     CLOSE ASGN-HIST.
124300     CLOSE PKT-FILE.
124400     CLOSE DIST-LOG.
124450     PERFORM H310-END-CYCLE-STEP THRU H310-END
124500     MOVE 'D' TO LOK-FUNCTION
124600     CALL 'FBEK005' USING LOK-REQUEST
124650     MOVE WS-SAVE-RC TO RETURN-CODE.
124700 H300-END. EXIT.
124707*----------------------------------------------------------------
124714* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
124721*                       RETURN-CODE AND RECORD COUNTS
124728*----------------------------------------------------------------
124735 H310-END-CYCLE-STEP.
124742     MOVE 'E'             TO CYC-FUNCTION
124749     MOVE RETURN-CODE     TO CYC-RC
124756     MOVE WS-READ-COUNT   TO CYC-READ-COUNT
124763     MOVE WS-PKT-NO       TO CYC-WRITE-COUNT
124770     COMPUTE CYC-EXCP-COUNT = WS-NO-MGR-COUNT + WS-OFF-MST-COUNT
124777     CALL 'FBEN005' USING CYC-REQUEST
124784     MOVE CYC-RC          TO RETURN-CODE.
124791 H310-END. EXIT.
124800*----------------------------------------------------------------
124900* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
125000*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
125100*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
125200*----------------------------------------------------------------
125300 H910-ABEND-RTN.
125400     DISPLAY '*** FBED005 ABEND *** FILE=' WS-ABEND-FILE
125500             ' STATUS=' WS-ABEND-STATUS
125600     MOVE 16 TO RETURN-CODE
125700     PERFORM H300-CLOSE-FILES
125800     STOP RUN.
125900 H910-END. EXIT.
126000*----------------------------------------------------------------
126100* H920-CHECK-DEPT-STATUS - COMMON DEPTMST FILE-STATUS CHECK
126200*----------------------------------------------------------------
126300 H920-CHECK-DEPT-STATUS.
126400     IF NOT DEPT-EOF AND NOT DEPT-SUCCESS
126500         MOVE 'DEPTMST' TO WS-ABEND-FILE
126600         MOVE DEPT-ST   TO WS-ABEND-STATUS
126700         PERFORM H910-ABEND-RTN
126800     END-IF
126900 H920-END. EXIT.
127000*----------------------------------------------------------------
127100* H921-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK
127200*----------------------------------------------------------------
127300 H921-CHECK-ACCT-STATUS.
127400     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
127500         MOVE 'ACCTREC' TO WS-ABEND-FILE
127600         MOVE ACCT-ST   TO WS-ABEND-STATUS
127700         PERFORM H910-ABEND-RTN
127800     END-IF
127900 H921-END. EXIT.
128000*----------------------------------------------------------------
128100* H922-CHECK-ASGN-STATUS - COMMON ASGNHIST FILE-STATUS CHECK
128200*----------------------------------------------------------------
128300 H922-CHECK-ASGN-STATUS.
128400     IF NOT ASGN-EOF AND NOT ASGN-SUCCESS
128500         MOVE 'ASGNHIST' TO WS-ABEND-FILE
128600         MOVE ASGN-ST    TO WS-ABEND-STATUS
128700         PERFORM H910-ABEND-RTN
128800     END-IF
128900 H922-END. EXIT.
129000*----------------------------------------------------------------
129100* H923-CHECK-PKT-STATUS - COMMON PKTFILE FILE-STATUS CHECK
129200*----------------------------------------------------------------
129300 H923-CHECK-PKT-STATUS.
129400     IF NOT PKT-SUCCESS
129500         MOVE 'PKTFILE' TO WS-ABEND-FILE
129600         MOVE PKT-ST    TO WS-ABEND-STATUS
129700         PERFORM H910-ABEND-RTN
129800     END-IF
129900 H923-END. EXIT.
130000*----------------------------------------------------------------
130100* H924-CHECK-LOG-STATUS - COMMON DISTLOG FILE-STATUS CHECK
130200*----------------------------------------------------------------
130300 H924-CHECK-LOG-STATUS.
130400     IF NOT LOG-SUCCESS
130500         MOVE 'DISTLOG' TO WS-ABEND-FILE
130600         MOVE LOG-ST    TO WS-ABEND-STATUS
130700         PERFORM H910-ABEND-RTN
130800     END-IF
130900 H924-END. EXIT.
131000*----------------------------------------------------------------
131100* H999-PROGRAM-EXIT - FLAG THE DEPARTMENTS HR MUST FIX, WRITE THE
131200*                     RUN TOTALS TO THE DISTRIBUTION LOG, CLOSE UP
131300*                     AND END THE RUN. A FLAGGED DEPARTMENT, ANY
131400*                     STAFF OR MOVEMENT NO PACKET CARRIED, OR NO
131500*                     PACKET AT ALL ENDS WITH RETURN-CODE 8
131600*----------------------------------------------------------------
131700 H999-PROGRAM-EXIT.
131800     PERFORM H500-FLAG-ONE-DEPT THRU H500-END
131900         VARYING WS-DEPT-SUB FROM 1 BY 1
132000         UNTIL WS-DEPT-SUB > WS-DEPT-USED
132100     PERFORM H505-COUNT-UNSENT-MOVE THRU H505-END
132200         VARYING WS-MOVE-SUB FROM 1 BY 1
132300         UNTIL WS-MOVE-SUB > WS-MOVE-USED
132400     MOVE SPACES                  TO DLOG-TOTAL-REC
132500     MOVE 'PACKETS PRODUCED....:'  TO DT-LIT
132600     MOVE WS-PKT-NO               TO DT-COUNT
132700     PERFORM H550-WRITE-ONE-TOTAL
132800     MOVE SPACES                  TO DLOG-TOTAL-REC
132900     MOVE 'STAFF RECORDS READ..:'  TO DT-LIT
133000     MOVE WS-READ-COUNT           TO DT-COUNT
133100     PERFORM H550-WRITE-ONE-TOTAL
133200     MOVE SPACES                  TO DLOG-TOTAL-REC
133300     MOVE 'NO USABLE BIRTH DATE:'  TO DT-LIT
133400     MOVE WS-NO-AGE-COUNT         TO DT-COUNT
133500     PERFORM H550-WRITE-ONE-TOTAL
133600     MOVE SPACES                  TO DLOG-TOTAL-REC
133700     MOVE 'MOVEMENTS IN PERIOD.:'  TO DT-LIT
133800     MOVE WS-MOVE-USED            TO DT-COUNT
133900     PERFORM H550-WRITE-ONE-TOTAL
134000     MOVE SPACES                  TO DLOG-TOTAL-REC
134100     MOVE 'DEPTS WITH NO MGR...:'  TO DT-LIT
134200     MOVE WS-NO-MGR-COUNT         TO DT-COUNT
134300     PERFORM H550-WRITE-ONE-TOTAL
134400     MOVE SPACES                  TO DLOG-TOTAL-REC
134500     MOVE 'DEPTS NOT ON DEPTMST:'  TO DT-LIT
134600     MOVE WS-OFF-MST-COUNT        TO DT-COUNT
134700     PERFORM H550-WRITE-ONE-TOTAL
134800     MOVE SPACES                  TO DLOG-TOTAL-REC
134900     MOVE 'STAFF IN NO PACKET..:'  TO DT-LIT
135000     MOVE WS-UNSENT-STAFF         TO DT-COUNT
135100     PERFORM H550-WRITE-ONE-TOTAL
135200     MOVE SPACES                  TO DLOG-TOTAL-REC
135300     MOVE 'MOVES IN NO PACKET..:'  TO DT-LIT
135400     MOVE WS-UNSENT-MOVES         TO DT-COUNT
135500     PERFORM H550-WRITE-ONE-TOTAL
135600     IF WS-PKT-NO = 0
135700         MOVE SPACES TO DLOG-STATUS-REC
135800         MOVE '*** NO MANAGER ON DEPTMST - NO PACKETS'
135900             TO DS-LIT
136000         WRITE DLOG-STATUS-REC
136100         PERFORM H924-CHECK-LOG-STATUS
136200         MOVE 8 TO RETURN-CODE
136300     END-IF
136400     IF WS-NO-MGR-COUNT > 0 OR WS-OFF-MST-COUNT > 0
136500        OR WS-UNSENT-STAFF > 0 OR WS-UNSENT-MOVES > 0
136600         MOVE 8 TO RETURN-CODE
136700     END-IF
136800     PERFORM H300-CLOSE-FILES.
136900     STOP RUN.
