000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBES005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. DATA-PROTECTION SUBJECT-
001300*                  ACCESS DOSSIER FOR ONE PERSON, NAMED ON THE
001400*                  CTLCARD BY ACCT-NATL-ID OR ACCT-SEQ. EVERY KEY
001500*                  THE PERSON HAS BEEN HELD UNDER IS FOUND FIRST
001600*                  (THE LIVE MASTER THROUGH ITS NATIONAL-ID
001700*                  ALTERNATE KEY, THE RETIREMENT ARCHIVE AND THE
001800*                  JOURNAL IMAGES), THEN ONE REPORT (SARRPT)
001900*                  PRINTS WHAT EACH SOURCE HOLDS ON THOSE KEYS:
002000*                  THE LIVE ACCTREC RECORD, EVERY AUDTFILE
002100*                  BEFORE/AFTER CHANGE IN DATE ORDER, THE ASGNHIST
002200*                  JOINER/LEAVER/TRANSFER ROWS WITH DEPTMST NAMES,
002300*                  THE RETIRED IMAGES STILL ON ARCHFILE AND THE
002400*                  REJECTS STILL OPEN ON OPENREJ, CLOSING WITH A
002500*                  READ/REPORTED TOTAL LINE PER SOURCE FOR THE
002600*                  DATA-PROTECTION OFFICER'S SIGN-OFF. A NATIONAL
002700*                  ID FOUND UNDER MORE THAN ONE ACCT-SEQ IS
002800*                  FLAGGED AT THE HEAD OF THE DOSSIER AND ENDS
002900*                  THE RUN WITH RETURN-CODE 8; EACH KEY STILL
003000*                  PRINTS ON ITS OWN LINES AND NOTHING IS MERGED.
003016* 2026-10-15 KKG   THE JOURNAL IS NOW READ THROUGH FBEJ005 INSTEAD
003033*                  OF OPENING AUDTFILE, SO THE DOSSIER STILL SEES
003050*                  EVERY CHANGE ONCE FBEJ010 HAS CLOSED EARLIER
003066*                  MONTHS INTO CATALOGUED GENERATIONS. AUDT-RECORD
003083*                  MOVED TO WORKING-STORAGE.
003084* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
003085*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
003086*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
003087*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
003088*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
003089*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
003090*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
003091*                  ITS PLACE.
003092* 2026-10-15 KKG   A KEY THE SUBJECT HAS BEEN HELD UNDER MAY SINCE
003093*                  HAVE BEEN GIVEN TO SOMEONE ELSE, SO JOURNAL
003094*                  ENTRIES, ARCHIVED IMAGES AND THE LIVE RECORD
003095*                  ARE NOW TAKEN ONLY WHEN THEY CARRY THE
003096*                  SUBJECT'S NATIONAL ID, AND ASGNHIST ROWS ONLY
003097*                  WHEN THEY COME FROM ONE OF THE SUBJECT'S OWN
003098*                  JOURNAL ENTRIES. ANOTHER PERSON'S RECORD UNDER
003099*                  THE KEY PRINTS AS AN EXCEPTION LINE, NO DATA.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
003600                       ORGANIZATION INDEXED
003700                       ACCESS MODE  DYNAMIC
003800                       RECORD KEY   ACCT-SEQ
003900                       ALTERNATE RECORD KEY ACCT-NATL-ID
004000                           WITH DUPLICATES
004100                       STATUS      ACCT-ST.
004200     SELECT DEPT-MST   ASSIGN  TO  DEPTMST
004300                       ORGANIZATION INDEXED
004400                       ACCESS MODE  SEQUENTIAL
004500                       RECORD KEY   DEPT-CODE
004600                       STATUS      DEPT-ST.
004900     SELECT OPTIONAL ASGN-HIST ASSIGN TO ASGNHIST
005000                       STATUS      ASGN-ST.
005100     SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHFILE
005200                       STATUS      ARCH-ST.
005300     SELECT OPTIONAL OPEN-REJ ASSIGN TO OPENREJ
005400                       STATUS      OREJ-ST.
005500     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
005600                       STATUS      CTL-ST.
005700     SELECT SAR-RPT    ASSIGN  TO  SARRPT
005800                       STATUS      RPT-ST.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ACCT-REC RECORDING MODE F.
006200     COPY ACCTFLD.
006300*
006400 FD  DEPT-MST RECORDING MODE F.
006500     COPY DEPTFLD.
006600*
007000 FD  ASGN-HIST RECORDING MODE F.
007100     COPY ASGNFLD.
007200*
007300 FD  ARCH-FILE RECORDING MODE F.
007400     COPY ARCHFLD.
007500*
007600 FD  OPEN-REJ RECORDING MODE F.
007700     COPY REJCFLD.
007800*
007900 FD  CTL-CARD RECORDING MODE F.
008000 01  CTL-RECORD.
008100     05  CTL-NATL-ID         PIC X(11).
008200     05  CTL-SEQ             PIC X(04).
008300*
008400 FD  SAR-RPT RECORDING MODE F.
008500 01  SAR-HDR-REC.
008600     05  DH-LIT              PIC X(44).
008700     05  DH-VALUE            PIC X(11).
008800     05  FILLER              PIC X(25).
008900 01  SAR-PERS-REC.
009000     05  SP-TAG              PIC X(06).
009100     05  SP-SEQ              PIC X(04).
009200     05  FILLER              PIC X(01).
009300     05  SP-AD               PIC X(15).
009400     05  FILLER              PIC X(01).
009500     05  SP-SOYAD            PIC X(15).
009600     05  FILLER              PIC X(01).
009700     05  SP-DTAR             PIC X(08).
009800     05  FILLER              PIC X(01).
009900     05  SP-NATL-ID          PIC X(11).
010000     05  FILLER              PIC X(01).
010100     05  SP-DEPT             PIC X(04).
010200     05  FILLER              PIC X(01).
010300     05  SP-TODAY            PIC X(08).
010400     05  FILLER              PIC X(03).
010500 01  SAR-ADDR-REC.
010600     05  FILLER              PIC X(06).
010700     05  SX-LINE1            PIC X(20).
010800     05  FILLER              PIC X(01).
010900     05  SX-LINE2            PIC X(20).
011000     05  FILLER              PIC X(01).
011100     05  SX-CITY             PIC X(15).
011200     05  FILLER              PIC X(01).
011300     05  SX-POSTAL           PIC X(05).
011400     05  FILLER              PIC X(11).
011500 01  SAR-AUDT-HDR-REC.
011600     05  AH-LIT1             PIC X(09).
011700     05  AH-DATE             PIC 9(08).
011800     05  AH-LIT2             PIC X(07).
011900     05  AH-TRAN             PIC ZZZZZZ9.
012000     05  AH-LIT3             PIC X(07).
012100     05  AH-FUNC             PIC X(01).
012200     05  AH-LIT4             PIC X(06).
012300     05  AH-SEQ              PIC X(04).
012400     05  FILLER              PIC X(31).
012500 01  SAR-DIFF-REC.
012600     05  FILLER              PIC X(04).
012700     05  AD-FIELD            PIC X(12).
012800     05  AD-LIT1             PIC X(05).
012900     05  AD-OLD              PIC X(20).
013000     05  AD-LIT2             PIC X(05).
013100     05  AD-NEW              PIC X(20).
013200     05  FILLER              PIC X(14).
013300 01  SAR-ASGN-REC.
013400     05  SG-SEQ              PIC X(04).
013500     05  FILLER              PIC X(01).
013600     05  SG-DATE             PIC 9(08).
013700     05  FILLER              PIC X(01).
013800     05  SG-ACTION           PIC X(08).
013900     05  FILLER              PIC X(01).
014000     05  SG-FROM             PIC X(04).
014100     05  FILLER              PIC X(01).
014200     05  SG-FROM-NAME        PIC X(20).
014300     05  FILLER              PIC X(01).
014400     05  SG-TO               PIC X(04).
014500     05  FILLER              PIC X(01).
014600     05  SG-TO-NAME          PIC X(20).
014700     05  FILLER              PIC X(06).
014800 01  SAR-REJ-REC.
014900     05  SR-DATE             PIC 9(08).
015000     05  FILLER              PIC X(01).
015100     05  SR-SEQ-NO           PIC 9(07).
015200     05  FILLER              PIC X(01).
015300     05  SR-CODE             PIC X(04).
015400     05  FILLER              PIC X(01).
015500     05  SR-TEXT             PIC X(25).
015600     05  FILLER              PIC X(01).
015700     05  SR-FUNC             PIC X(01).
015800     05  FILLER              PIC X(01).
015900     05  SR-PERS-SEQ         PIC X(04).
016000     05  FILLER              PIC X(01).
016100     05  SR-AD               PIC X(15).
016200     05  FILLER              PIC X(10).
016300 01  SAR-TOTAL-REC.
016400     05  FILLER              PIC X(04).
016500     05  ST-LIT              PIC X(22).
016600     05  ST-LIT1             PIC X(06).
016700     05  ST-READ             PIC ZZZZZZ9.
016800     05  ST-LIT2             PIC X(10).
016900     05  ST-COUNT            PIC ZZZZZZ9.
017000     05  FILLER              PIC X(24).
017100*
017200 WORKING-STORAGE SECTION.
017300 01  WS-WORK-AREA.
017400     05  ACCT-ST             PIC 9(02).
017500         88  ACCT-SUCCESS               VALUE 00 97.
017600         88  ACCT-DUP-ALT               VALUE 02.
017700         88  ACCT-EOF                   VALUE 10.
017800         88  ACCT-NOT-FOUND             VALUE 23.
017900     05  DEPT-ST             PIC 9(02).
018000         88  DEPT-EOF                   VALUE 10.
018100         88  DEPT-SUCCESS               VALUE 00 97.
018200     05  AUDT-ST             PIC 9(02).
018300         88  AUDT-EOF                   VALUE 10.
018400         88  AUDT-SUCCESS               VALUE 00 97.
018500         88  AUDT-NOT-FOUND             VALUE 05.
018600     05  ASGN-ST             PIC 9(02).
018700         88  ASGN-EOF                   VALUE 10.
018800         88  ASGN-SUCCESS               VALUE 00 97.
018900         88  ASGN-NOT-FOUND             VALUE 05.
019000     05  ARCH-ST             PIC 9(02).
019100         88  ARCH-EOF                   VALUE 10.
019200         88  ARCH-SUCCESS               VALUE 00 97.
019300         88  ARCH-NOT-FOUND             VALUE 05.
019400     05  OREJ-ST             PIC 9(02).
019500         88  OREJ-EOF                   VALUE 10.
019600         88  OREJ-SUCCESS               VALUE 00 97.
019700         88  OREJ-NOT-FOUND             VALUE 05.
019800     05  CTL-ST              PIC 9(02).
019900         88  CTL-SUCCESS                VALUE 00 97.
020000         88  CTL-NOT-FOUND              VALUE 05.
020100         88  CTL-EOF                    VALUE 10.
020200     05  RPT-ST              PIC 9(02).
020300         88  RPT-SUCCESS                VALUE 00 97.
020400*----------------------------------------------------------------
020500* THE SUBJECT. THE NATIONAL ID COMES OFF THE CTLCARD OR, FOR A
020600* CARD CARRYING ONLY AN ACCT-SEQ, OFF THAT KEY'S LIVE RECORD OR
020700* LATEST ARCHIVED IMAGE. WS-SUBJ-TABLE HOLDS EVERY ACCT-SEQ THE
020800* PERSON HAS BEEN FOUND UNDER; MORE THAN ONE IS FLAGGED. A KEY
020850* WHOSE LIVE RECORD NOW CARRIES ANOTHER NATIONAL ID IS MARKED
020870* REUSED WHEN THE LIVE RECORDS ARE PRINTED
020900*----------------------------------------------------------------
021000 01  WS-SUBJ-NATL-ID         PIC X(11) VALUE SPACES.
021100 01  WS-SUBJ-CTL-SEQ         PIC X(04) VALUE SPACES.
021200 01  WS-SUBJ-TABLE.
021300     05  WS-SUBJ-ENTRY       OCCURS 20 TIMES.
021400         10  WS-SUBJ-SEQ     PIC X(04).
021450         10  WS-SUBJ-REUSED-SW PIC X(01).
021475             88  WS-SUBJ-REUSED          VALUE 'Y'.
021500 01  WS-SUBJ-USED            PIC 9(03) COMP VALUE 0.
021600 01  WS-SUBJ-SUB             PIC 9(03) COMP.
021700 01  WS-SUBJ-FOUND-SUB       PIC 9(03) COMP.
021800 01  WS-LOOKUP-SEQ           PIC X(04).
021900 01  WS-ARC-BEST-DATE        PIC 9(08) VALUE 0.
022000 01  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
022100     88  WS-ARCH-IS-OPEN             VALUE 'Y'.
022200 01  WS-SELECT-SW            PIC X(01).
022300     88  WS-REC-SELECTED             VALUE 'Y'.
022400 01  WS-PERS-TAG             PIC X(06).
022500*----------------------------------------------------------------
022600* DEPARTMENT NAMES FROM DEPTMST FOR THE ASSIGNMENT-HISTORY LINES,
022700* LOADED ONCE AT START OF RUN AS IN FBEH005
022800*----------------------------------------------------------------
022900 01  WS-DEPT-TABLE.
023000     05  WS-DEPT-ENTRY       OCCURS 100 TIMES.
023100         10  WS-DT-CODE      PIC X(04).
023200         10  WS-DT-NAME      PIC X(25).
023300 01  WS-DEPT-USED            PIC 9(03) COMP VALUE 0.
023400 01  WS-DEPT-SUB             PIC 9(03) COMP.
023500 01  WS-DEPT-FOUND-SUB       PIC 9(03) COMP.
023600 01  WS-LOOKUP-CODE          PIC X(04).
023700 01  WS-LOOKUP-NAME          PIC X(25).
023800*----------------------------------------------------------------
023900* THE PERSON'S JOURNAL ENTRIES, HELD IN (DATE, TRAN-NO) ORDER SO
024000* THE DOSSIER PRINTS THEM IN DATE ORDER WHATEVER ORDER THE RUNS
024100* THAT WROTE THEM WERE APPENDED IN. A PERSON WITH MORE ENTRIES
024200* THAN THE TABLE HOLDS IS A HARD STOP, NOT A SHORT DOSSIER
024300*----------------------------------------------------------------
024400 01  WS-AE-TABLE.
024500     05  WS-AE-ENTRY         OCCURS 1000 TIMES.
024600         10  WS-AE-KEY.
024700             15  WS-AE-DATE  PIC 9(08).
024800             15  WS-AE-TRAN  PIC 9(07).
024900         10  WS-AE-FUNC      PIC X(01).
025000         10  WS-AE-SEQ       PIC X(04).
025100         10  WS-AE-BEFORE    PIC X(125).
025200         10  WS-AE-AFTER     PIC X(125).
025300 01  WS-AE-USED              PIC 9(05) COMP VALUE 0.
025400 01  WS-AE-SUB               PIC 9(05) COMP.
025500 01  WS-AE-PREV              PIC 9(05) COMP.
025600 01  WS-AE-NEW-KEY.
025700     05  WS-AE-NEW-DATE      PIC 9(08).
025800     05  WS-AE-NEW-TRAN      PIC 9(07).
025900 01  WS-AE-PLACED-SW         PIC X(01).
026000     88  WS-AE-PLACED                VALUE 'Y'.
026030 01  WS-AE-FOUND-SW          PIC X(01).
026060     88  WS-AE-FOUND                 VALUE 'Y'.
026100*----------------------------------------------------------------
026200* THE BEFORE- AND AFTER-IMAGES OF A JOURNAL ENTRY, MAPPED BACK
026300* ONTO THE ACCTFLD LAYOUT AS IN FBEA005 SO THE FIELDS CAN BE
026400* COMPARED ONE BY ONE
026500*----------------------------------------------------------------
026600 01  WS-BEFORE-FIELDS.
026700     COPY ACCTFLD REPLACING
026800         ==01 ACCT-FIELDS==     BY ==05 BEF-FIELDS==
026900         ==05 ACCT-SEQ==        BY ==10 BEF-SEQ==
027000         ==05 ACCT-AD==         BY ==10 BEF-AD==
027100         ==05 ACCT-SOYAD==      BY ==10 BEF-SOYAD==
027200         ==05 ACCT-DTAR==       BY ==10 BEF-DTAR==
027300         ==05 ACCT-TODAY==      BY ==10 BEF-TODAY==
027400         ==05 ACCT-NATL-ID==    BY ==10 BEF-NATL-ID==
027500         ==05 ACCT-DEPT-CODE==
027600             BY ==10 BEF-DEPT-CODE==
027700         ==05 ACCT-ADDR==       BY ==10 BEF-ADDR==
027800         ==10 ACCT-ADDR-LINE1==
027900             BY ==15 BEF-ADDR-LINE1==
028000         ==10 ACCT-ADDR-LINE2==
028100             BY ==15 BEF-ADDR-LINE2==
028200         ==10 ACCT-ADDR-CITY==
028300             BY ==15 BEF-ADDR-CITY==
028400         ==10 ACCT-ADDR-POSTAL==
028500             BY ==15 BEF-ADDR-POSTAL==.
028600 01  WS-AFTER-FIELDS.
028700     COPY ACCTFLD REPLACING
028800         ==01 ACCT-FIELDS==     BY ==05 AFT-FIELDS==
028900         ==05 ACCT-SEQ==        BY ==10 AFT-SEQ==
029000         ==05 ACCT-AD==         BY ==10 AFT-AD==
029100         ==05 ACCT-SOYAD==      BY ==10 AFT-SOYAD==
029200         ==05 ACCT-DTAR==       BY ==10 AFT-DTAR==
029300         ==05 ACCT-TODAY==      BY ==10 AFT-TODAY==
029400         ==05 ACCT-NATL-ID==    BY ==10 AFT-NATL-ID==
029500         ==05 ACCT-DEPT-CODE==
029600             BY ==10 AFT-DEPT-CODE==
029700         ==05 ACCT-ADDR==       BY ==10 AFT-ADDR==
029800         ==10 ACCT-ADDR-LINE1==
029900             BY ==15 AFT-ADDR-LINE1==
030000         ==10 ACCT-ADDR-LINE2==
030100             BY ==15 AFT-ADDR-LINE2==
030200         ==10 ACCT-ADDR-CITY==
030300             BY ==15 AFT-ADDR-CITY==
030400         ==10 ACCT-ADDR-POSTAL==
030500             BY ==15 AFT-ADDR-POSTAL==.
030600 01  WS-DIFF-WORK.
030700     05  WS-DIFF-FIELD       PIC X(12).
030800     05  WS-DIFF-OLD         PIC X(20).
030900     05  WS-DIFF-NEW         PIC X(20).
031000*----------------------------------------------------------------
031100* AN ARCHIVED IMAGE, AND A REJECTED TRANSACTION IMAGE MAPPED BACK
031200* ONTO THE FBEM005 TRANSACTION SHAPE AS IN FBEC010
031300*----------------------------------------------------------------
031400     COPY ACCTFLD REPLACING
031500         ==01 ACCT-FIELDS==     BY ==01 WAR-FIELDS==
031600         ==05 ACCT-SEQ==        BY ==05 WAR-SEQ==
031700         ==05 ACCT-AD==         BY ==05 WAR-AD==
031800         ==05 ACCT-SOYAD==      BY ==05 WAR-SOYAD==
031900         ==05 ACCT-DTAR==       BY ==05 WAR-DTAR==
032000         ==05 ACCT-TODAY==      BY ==05 WAR-TODAY==
032100         ==05 ACCT-NATL-ID==    BY ==05 WAR-NATL-ID==
032200         ==05 ACCT-DEPT-CODE==
032300             BY ==05 WAR-DEPT-CODE==
032400         ==05 ACCT-ADDR==       BY ==05 WAR-ADDR==
032500         ==10 ACCT-ADDR-LINE1==
032600             BY ==10 WAR-ADDR-LINE1==
032700         ==10 ACCT-ADDR-LINE2==
032800             BY ==10 WAR-ADDR-LINE2==
032900         ==10 ACCT-ADDR-CITY==
033000             BY ==10 WAR-ADDR-CITY==
033100         ==10 ACCT-ADDR-POSTAL==
033200             BY ==10 WAR-ADDR-POSTAL==.
033300 01  WS-TRAN-WORK.
033400     05  WS-TR-FUNCTION      PIC X(01).
033500     COPY ACCTFLD REPLACING
033600         ==01 ACCT-FIELDS==     BY ==05 WTR-FIELDS==
033700         ==05 ACCT-SEQ==        BY ==10 WTR-SEQ==
033800         ==05 ACCT-AD==         BY ==10 WTR-AD==
033900         ==05 ACCT-SOYAD==      BY ==10 WTR-SOYAD==
034000         ==05 ACCT-DTAR==       BY ==10 WTR-DTAR==
034100         ==05 ACCT-TODAY==      BY ==10 WTR-TODAY==
034200         ==05 ACCT-NATL-ID==    BY ==10 WTR-NATL-ID==
034300         ==05 ACCT-DEPT-CODE==
034400             BY ==10 WTR-DEPT-CODE==
034500         ==05 ACCT-ADDR==       BY ==10 WTR-ADDR==
034600         ==10 ACCT-ADDR-LINE1==
034700             BY ==15 WTR-ADDR-LINE1==
034800         ==10 ACCT-ADDR-LINE2==
034900             BY ==15 WTR-ADDR-LINE2==
035000         ==10 ACCT-ADDR-CITY==
035100             BY ==15 WTR-ADDR-CITY==
035200         ==10 ACCT-ADDR-POSTAL==
035300             BY ==15 WTR-ADDR-POSTAL==.
035400*----------------------------------------------------------------
035500* PER-SOURCE TOTALS FOR THE SIGN-OFF LINES: RECORDS READ FROM
035600* EACH SOURCE AND RECORDS REPORTED OUT OF IT
035700*----------------------------------------------------------------
035800 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
035900 01  WS-LIVE-COUNT           PIC 9(07) COMP VALUE 0.
036000 01  WS-AUDT-READ            PIC 9(07) COMP VALUE 0.
036100 01  WS-AUDT-COUNT           PIC 9(07) COMP VALUE 0.
036200 01  WS-ASGN-READ            PIC 9(07) COMP VALUE 0.
036300 01  WS-ASGN-COUNT           PIC 9(07) COMP VALUE 0.
036400 01  WS-ARCH-READ            PIC 9(07) COMP VALUE 0.
036500 01  WS-ARCH-COUNT           PIC 9(07) COMP VALUE 0.
036600 01  WS-OREJ-READ            PIC 9(07) COMP VALUE 0.
036700 01  WS-OREJ-COUNT           PIC 9(07) COMP VALUE 0.
036800*----------------------------------------------------------------
036900* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
037000* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
037100*----------------------------------------------------------------
037200     COPY LOKREQ.
037214*----------------------------------------------------------------
037228* THE JOURNAL IS READ THROUGH FBEJ005; EACH RECORD IT HANDS BACK
037242* IS WORKED ON HERE AS AUDT-RECORD
037257*----------------------------------------------------------------
037271     COPY JRNREQ.
037285     COPY AUDTFLD.
037286*----------------------------------------------------------------
037287* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
037288* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
037289* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
037290* THEIRS
037291*----------------------------------------------------------------
037292     COPY CYCREQ.
037293 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
037300 01  WS-ABEND-INFO.
037400     05  WS-ABEND-FILE       PIC X(08).
037500     05  WS-ABEND-STATUS     PIC X(02).
037600*----------------------------------------------------------------
037700 PROCEDURE DIVISION.
037800*----------------------------------------------------------------
037900* 0000-MAIN - FIND EVERY KEY THE SUBJECT IS HELD UNDER, GATHER
038000*             THEIR JOURNAL ENTRIES AND PRINT THE DOSSIER ONE
038100*             SOURCE AT A TIME
038200*----------------------------------------------------------------
038300 0000-MAIN.
038350     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
038400     PERFORM H100-OPEN-FILES.
038500     PERFORM H110-LOAD-DEPT-MASTER THRU H110-END.
038600     PERFORM H120-FIND-SUBJECT-KEYS THRU H120-END.
038700     PERFORM H200-COLLECT-AUDIT THRU H200-END UNTIL AUDT-EOF.
038800     PERFORM H400-PRINT-HEADER THRU H400-END.
038900     PERFORM H410-PRINT-LIVE THRU H410-END.
039000     PERFORM H420-PRINT-AUDIT THRU H420-END.
039100     PERFORM H440-PRINT-ASGN-HIST THRU H440-END.
039200     PERFORM H450-PRINT-ARCHIVE THRU H450-END.
039300     PERFORM H460-PRINT-OPEN-REJECTS THRU H460-END.
039400     PERFORM H999-PROGRAM-EXIT.
039405*----------------------------------------------------------------
039410* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
039415*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
039420*                         AND WAITS ON NO OTHER STEP, BUT A
039425*                         REFUSAL STILL ENDS THE RUN WITH THE
039430*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
039435*                         ANYTHING OPENS
039440*----------------------------------------------------------------
039445 H050-BEGIN-CYCLE-STEP.
039450     MOVE 'B'        TO CYC-FUNCTION
039455     MOVE 'FBES005 ' TO CYC-STEP
039460     CALL 'FBEN005' USING CYC-REQUEST
039465     IF NOT CYC-GO
039470         DISPLAY '*** FBES005 *** REFUSED BY CYCLE CONTROL'
039475         MOVE CYC-REPLY-RC TO RETURN-CODE
039480         STOP RUN
039485     END-IF
039490 H050-END. EXIT.
039500*----------------------------------------------------------------
039600* H100-OPEN-FILES - TAKE THE READER LOCK, OPEN THE MASTERS, THE
039700*                   JOURNAL, THE HISTORY, THE REJECT QUEUE AND
039800*                   THE REPORT, AND PICK UP THE SUBJECT CARD. A
039900*                   CARD NAMING NOBODY PRINTS NOTHING AND ENDS
040000*                   WITH RETURN-CODE 8. ARCHFILE IS OPENED AND
040100*                   CLOSED BY EACH PASS THAT READS IT
040200*----------------------------------------------------------------
040300 H100-OPEN-FILES.
040400*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
040500*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
040600     MOVE 'S'        TO LOK-FUNCTION
040700     MOVE 'FBES005 ' TO LOK-PGM-NAME
040800     CALL 'FBEK005' USING LOK-REQUEST
040900     IF LOK-BUSY
041000         DISPLAY '*** FBES005 *** ACCTREC HELD BY ANOTHER RUN'
041100         MOVE 12 TO RETURN-CODE
041150         PERFORM H310-END-CYCLE-STEP THRU H310-END
041200         STOP RUN
041300     END-IF
041400     OPEN INPUT  ACCT-REC.
041500     IF NOT ACCT-SUCCESS
041600         MOVE 'ACCTREC' TO WS-ABEND-FILE
041700         MOVE ACCT-ST   TO WS-ABEND-STATUS
041800         PERFORM H910-ABEND-RTN
041900     END-IF
042000     OPEN INPUT  DEPT-MST.
042100     IF NOT DEPT-SUCCESS
042200         MOVE 'DEPTMST' TO WS-ABEND-FILE
042300         MOVE DEPT-ST   TO WS-ABEND-STATUS
042400         PERFORM H910-ABEND-RTN
042500     END-IF
043200     OPEN INPUT  ASGN-HIST.
043300     IF NOT ASGN-SUCCESS AND NOT ASGN-NOT-FOUND
043400         MOVE 'ASGNHIST' TO WS-ABEND-FILE
043500         MOVE ASGN-ST    TO WS-ABEND-STATUS
043600         PERFORM H910-ABEND-RTN
043700     END-IF
043800     OPEN INPUT  OPEN-REJ.
043900     IF NOT OREJ-SUCCESS AND NOT OREJ-NOT-FOUND
044000         MOVE 'OPENREJ' TO WS-ABEND-FILE
044100         MOVE OREJ-ST   TO WS-ABEND-STATUS
044200         PERFORM H910-ABEND-RTN
044300     END-IF
044400     OPEN OUTPUT SAR-RPT.
044500     IF NOT RPT-SUCCESS
044600         MOVE 'SARRPT' TO WS-ABEND-FILE
044700         MOVE RPT-ST   TO WS-ABEND-STATUS
044800         PERFORM H910-ABEND-RTN
044900     END-IF
045000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
045100     PERFORM H105-READ-CTL-CARD
045200     IF WS-SUBJ-NATL-ID = SPACES AND WS-SUBJ-CTL-SEQ = SPACES
045300         MOVE SPACES TO SAR-HDR-REC
045400         MOVE '*** NO NATL-ID OR ACCT-SEQ ON CTLCARD ***'
045500             TO DH-LIT
045600         WRITE SAR-HDR-REC
045700         PERFORM H927-CHECK-RPT-STATUS
045800         MOVE 8 TO RETURN-CODE
045900         PERFORM H300-CLOSE-FILES
046000         STOP RUN
046100     END-IF
046125*    A DOSSIER COVERS THE WHOLE JOURNAL, EVERY GENERATION INCLUDED
046150     MOVE 'O'              TO JRN-FUNCTION
046175     MOVE 'FBES005 '       TO JRN-PGM-NAME
046200     MOVE 0                TO JRN-DATE-FROM
046225     MOVE 0                TO JRN-DATE-TO
046250     CALL 'FBEJ005' USING JRN-REQUEST
046275     PERFORM H220-READ-JOURNAL THRU H220-END
046300     PERFORM H922-CHECK-AUDT-STATUS
046400 H100-END. EXIT.
046500*----------------------------------------------------------------
046600* H105-READ-CTL-CARD - PICK UP THE SUBJECT: AN ACCT-NATL-ID, AN
046700*                      ACCT-SEQ, OR BOTH. NO CARD NAMES NOBODY
046800*----------------------------------------------------------------
046900 H105-READ-CTL-CARD.
047000     OPEN INPUT CTL-CARD.
047100     IF CTL-SUCCESS
047200         READ CTL-CARD
047300         IF CTL-SUCCESS
047400             MOVE CTL-NATL-ID TO WS-SUBJ-NATL-ID
047500             MOVE CTL-SEQ     TO WS-SUBJ-CTL-SEQ
047600         ELSE
047700             IF NOT CTL-EOF
047800                 MOVE 'CTLCARD' TO WS-ABEND-FILE
047900                 MOVE CTL-ST    TO WS-ABEND-STATUS
048000                 PERFORM H910-ABEND-RTN
048100             END-IF
048200         END-IF
048300         CLOSE CTL-CARD
048400     ELSE
048500         IF NOT CTL-NOT-FOUND
048600             MOVE 'CTLCARD' TO WS-ABEND-FILE
048700             MOVE CTL-ST    TO WS-ABEND-STATUS
048800             PERFORM H910-ABEND-RTN
048900         END-IF
049000     END-IF
049100 H105-END. EXIT.
049200*----------------------------------------------------------------
049300* H110-LOAD-DEPT-MASTER - READ THE WHOLE DEPARTMENT MASTER INTO
049400*                         WS-DEPT-TABLE, AS IN FBEH005
049500*----------------------------------------------------------------
049600 H110-LOAD-DEPT-MASTER.
049700     READ DEPT-MST.
049800     PERFORM H921-CHECK-DEPT-STATUS
049900     PERFORM H115-LOAD-ONE-DEPT THRU H115-END UNTIL DEPT-EOF
050000 H110-END. EXIT.
050100*----------------------------------------------------------------
050200* H115-LOAD-ONE-DEPT - ADD ONE DEPTMST RECORD TO WS-DEPT-TABLE
050300*                      AND READ THE NEXT ONE. A MASTER BIGGER THAN
050400*                      THE TABLE IS A HARD STOP
050500*----------------------------------------------------------------
050600 H115-LOAD-ONE-DEPT.
050700     IF WS-DEPT-USED >= 100
050800         DISPLAY '*** FBES005 ABEND *** DEPT TABLE FULL'
050900         MOVE 16 TO RETURN-CODE
051000         PERFORM H300-CLOSE-FILES
051100         STOP RUN
051200     END-IF
051300     ADD 1 TO WS-DEPT-USED
051400     MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-USED)
051500     MOVE DEPT-NAME TO WS-DT-NAME(WS-DEPT-USED)
051600     READ DEPT-MST.
051700     PERFORM H921-CHECK-DEPT-STATUS
051800 H115-END. EXIT.
051900*----------------------------------------------------------------
052000* H120-FIND-SUBJECT-KEYS - WORK OUT EVERY ACCT-SEQ THE SUBJECT IS
052100*                          HELD UNDER. A CARD WITH ONLY AN
052200*                          ACCT-SEQ TAKES ITS NATIONAL ID FROM
052300*                          THAT KEY'S LIVE RECORD, OR FAILING THAT
052400*                          ITS LATEST ARCHIVED IMAGE; THE NATIONAL
052500*                          ID IS THEN LOOKED UP ON THE MASTER AND
052600*                          THE ARCHIVE
052700*----------------------------------------------------------------
052800 H120-FIND-SUBJECT-KEYS.
052900     IF WS-SUBJ-CTL-SEQ NOT = SPACES
053000         MOVE WS-SUBJ-CTL-SEQ TO WS-LOOKUP-SEQ
053100         PERFORM H170-ADD-SUBJ-SEQ THRU H170-END
053200         IF WS-SUBJ-NATL-ID = SPACES
053300             MOVE WS-SUBJ-CTL-SEQ TO ACCT-SEQ
053400             READ ACCT-REC KEY IS ACCT-SEQ
053500                 INVALID KEY
053600                     CONTINUE
053700                 NOT INVALID KEY
053800                     MOVE ACCT-NATL-ID TO WS-SUBJ-NATL-ID
053900             END-READ
054000             PERFORM H920-CHECK-ACCT-STATUS
054100         END-IF
054200         IF WS-SUBJ-NATL-ID = SPACES
054300             PERFORM H130-FIND-ARCH-NATL-ID THRU H130-END
054400         END-IF
054500     END-IF
054600     IF WS-SUBJ-NATL-ID NOT = SPACES
054700         PERFORM H140-SCAN-LIVE-BY-ID THRU H140-END
054800         PERFORM H150-SCAN-ARCH-BY-ID THRU H150-END
054900     END-IF
055000 H120-END. EXIT.
055100*----------------------------------------------------------------
055200* H130-FIND-ARCH-NATL-ID - ONE PASS OF THE ARCHIVE FOR A LEAVER
055300*                          NAMED ONLY BY ACCT-SEQ: THE NATIONAL ID
055400*                          ON THE LATEST IMAGE UNDER THAT KEY
055500*----------------------------------------------------------------
055600 H130-FIND-ARCH-NATL-ID.
055700     MOVE 0 TO WS-ARC-BEST-DATE
055800     PERFORM H160-OPEN-ARCHIVE THRU H160-END
055900     PERFORM H135-CHECK-ONE-ARCH-SEQ THRU H135-END UNTIL ARCH-EOF
056000     PERFORM H165-CLOSE-ARCHIVE THRU H165-END
056100 H130-END. EXIT.
056200*----------------------------------------------------------------
056300* H135-CHECK-ONE-ARCH-SEQ - KEEP THIS IMAGE'S NATIONAL ID IF IT IS
056400*                           UNDER THE CARD'S ACCT-SEQ AND NO OLDER
056500*                           THAN ANY SEEN SO FAR, AND READ THE
056600*                           NEXT
056700*----------------------------------------------------------------
056800 H135-CHECK-ONE-ARCH-SEQ.
056900     MOVE ARCH-ACCT-IMAGE TO WAR-FIELDS
057000     IF WAR-SEQ = WS-SUBJ-CTL-SEQ
057100        AND ARCH-DATE NUMERIC
057200        AND ARCH-DATE >= WS-ARC-BEST-DATE
057300         MOVE ARCH-DATE   TO WS-ARC-BEST-DATE
057400         MOVE WAR-NATL-ID TO WS-SUBJ-NATL-ID
057500     END-IF
057600     READ ARCH-FILE.
057700     PERFORM H923-CHECK-ARCH-STATUS
057800 H135-END. EXIT.
057900*----------------------------------------------------------------
058000* H140-SCAN-LIVE-BY-ID - POSITION ON THE NATIONAL-ID ALTERNATE KEY
058100*                        AND TAKE THE ACCT-SEQ OF EVERY LIVE
058200*                        RECORD CARRYING THE SUBJECT'S NATIONAL ID
058300*----------------------------------------------------------------
058400 H140-SCAN-LIVE-BY-ID.
058500     MOVE WS-SUBJ-NATL-ID TO ACCT-NATL-ID
058600     START ACCT-REC KEY IS = ACCT-NATL-ID
058700         INVALID KEY
058800             CONTINUE
058900     END-START
059000     PERFORM H920-CHECK-ACCT-STATUS
059100     IF ACCT-NOT-FOUND
059200         GO TO H140-END
059300     END-IF
059400     READ ACCT-REC NEXT RECORD.
059500     PERFORM H920-CHECK-ACCT-STATUS
059600     PERFORM H145-TAKE-ONE-LIVE-ID THRU H145-END
059700         UNTIL ACCT-EOF
059800            OR ACCT-NATL-ID NOT = WS-SUBJ-NATL-ID
059900 H140-END. EXIT.
060000*----------------------------------------------------------------
060100* H145-TAKE-ONE-LIVE-ID - NOTE ONE LIVE RECORD'S ACCT-SEQ AND READ
060200*                         THE NEXT ONE ALONG THE ALTERNATE KEY
060300*----------------------------------------------------------------
060400 H145-TAKE-ONE-LIVE-ID.
060500     MOVE ACCT-SEQ TO WS-LOOKUP-SEQ
060600     PERFORM H170-ADD-SUBJ-SEQ THRU H170-END
060700     READ ACCT-REC NEXT RECORD.
060800     PERFORM H920-CHECK-ACCT-STATUS
060900 H145-END. EXIT.
061000*----------------------------------------------------------------
061100* H150-SCAN-ARCH-BY-ID - ONE PASS OF THE ARCHIVE TAKING THE
061200*                        ACCT-SEQ OF EVERY RETIRED IMAGE CARRYING
061300*                        THE SUBJECT'S NATIONAL ID
061400*----------------------------------------------------------------
061500 H150-SCAN-ARCH-BY-ID.
061600     PERFORM H160-OPEN-ARCHIVE THRU H160-END
061700     PERFORM H155-TAKE-ONE-ARCH-ID THRU H155-END UNTIL ARCH-EOF
061800     PERFORM H165-CLOSE-ARCHIVE THRU H165-END
061900 H150-END. EXIT.
062000*----------------------------------------------------------------
062100* H155-TAKE-ONE-ARCH-ID - NOTE ONE MATCHING IMAGE'S ACCT-SEQ AND
062200*                         READ THE NEXT ONE
062300*----------------------------------------------------------------
062400 H155-TAKE-ONE-ARCH-ID.
062500     MOVE ARCH-ACCT-IMAGE TO WAR-FIELDS
062600     IF WAR-NATL-ID = WS-SUBJ-NATL-ID
062700         MOVE WAR-SEQ TO WS-LOOKUP-SEQ
062800         PERFORM H170-ADD-SUBJ-SEQ THRU H170-END
062900     END-IF
063000     READ ARCH-FILE.
063100     PERFORM H923-CHECK-ARCH-STATUS
063200 H155-END. EXIT.
063300*----------------------------------------------------------------
063400* H160-OPEN-ARCHIVE - OPEN ARCHFILE FOR ONE PASS AND PRIME THE
063500*                     READ. STATUS 05 IS NO ARCHIVE YET, WHICH
063600*                     SIMPLY READS AS AN EMPTY ONE
063700*----------------------------------------------------------------
063800 H160-OPEN-ARCHIVE.
063900     OPEN INPUT  ARCH-FILE.
064000     IF NOT ARCH-SUCCESS AND NOT ARCH-NOT-FOUND
064100         MOVE 'ARCHFILE' TO WS-ABEND-FILE
064200         MOVE ARCH-ST    TO WS-ABEND-STATUS
064300         PERFORM H910-ABEND-RTN
064400     END-IF
064500     MOVE 'Y' TO WS-ARCH-OPEN-SW
064600     READ ARCH-FILE.
064700     PERFORM H923-CHECK-ARCH-STATUS
064800 H160-END. EXIT.
064900*----------------------------------------------------------------
065000* H165-CLOSE-ARCHIVE - CLOSE ARCHFILE AT THE END OF ONE PASS
065100*----------------------------------------------------------------
065200 H165-CLOSE-ARCHIVE.
065300     CLOSE ARCH-FILE.
065400     MOVE 'N' TO WS-ARCH-OPEN-SW
065500 H165-END. EXIT.
065600*----------------------------------------------------------------
065700* H170-ADD-SUBJ-SEQ - ADD WS-LOOKUP-SEQ TO WS-SUBJ-TABLE UNLESS IT
065800*                     IS ALREADY THERE, LEAVING ITS ENTRY NUMBER
065900*                     IN WS-SUBJ-FOUND-SUB. A BLANK KEY IS NEVER
066000*                     ADDED. A NEW KEY STARTS OFF NOT REUSED
066100*----------------------------------------------------------------
066200 H170-ADD-SUBJ-SEQ.
066300     MOVE 0 TO WS-SUBJ-FOUND-SUB
066400     IF WS-LOOKUP-SEQ = SPACES
066500         GO TO H170-END
066600     END-IF
066700     PERFORM H175-MATCH-ONE-SEQ THRU H175-END
066800         VARYING WS-SUBJ-SUB FROM 1 BY 1
066900         UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
067000            OR WS-SUBJ-FOUND-SUB > 0
067100     IF WS-SUBJ-FOUND-SUB > 0
067200         GO TO H170-END
067300     END-IF
067400     IF WS-SUBJ-USED >= 20
067500         DISPLAY '*** FBES005 ABEND *** SUBJECT KEY TABLE FULL'
067600         MOVE 16 TO RETURN-CODE
067700         PERFORM H300-CLOSE-FILES
067800         STOP RUN
067900     END-IF
068000     ADD 1 TO WS-SUBJ-USED
068100     MOVE WS-LOOKUP-SEQ TO WS-SUBJ-SEQ(WS-SUBJ-USED)
068150     MOVE 'N'           TO WS-SUBJ-REUSED-SW(WS-SUBJ-USED)
068200     MOVE WS-SUBJ-USED  TO WS-SUBJ-FOUND-SUB
068300 H170-END. EXIT.
068400*----------------------------------------------------------------
068500* H175-MATCH-ONE-SEQ - COMPARE ONE WS-SUBJ-TABLE ENTRY AGAINST
068600*                      WS-LOOKUP-SEQ
068700*----------------------------------------------------------------
068800 H175-MATCH-ONE-SEQ.
068900     IF WS-SUBJ-SEQ(WS-SUBJ-SUB) = WS-LOOKUP-SEQ
069000         MOVE WS-SUBJ-SUB TO WS-SUBJ-FOUND-SUB
069100     END-IF
069200 H175-END. EXIT.
069300*----------------------------------------------------------------
069400* H180-FIND-SUBJ-SEQ - LOOK WS-LOOKUP-SEQ UP IN WS-SUBJ-TABLE
069500*                      WITHOUT ADDING IT; WS-SUBJ-FOUND-SUB IS
069600*                      ZERO WHEN IT IS NOT ONE OF THE SUBJECT'S
069700*                      KEYS
069800*----------------------------------------------------------------
069900 H180-FIND-SUBJ-SEQ.
070000     MOVE 0 TO WS-SUBJ-FOUND-SUB
070100     IF WS-LOOKUP-SEQ NOT = SPACES
070200         PERFORM H175-MATCH-ONE-SEQ THRU H175-END
070300             VARYING WS-SUBJ-SUB FROM 1 BY 1
070400             UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
070500                OR WS-SUBJ-FOUND-SUB > 0
070600     END-IF
070700 H180-END. EXIT.
070800*----------------------------------------------------------------
070900* H200-COLLECT-AUDIT - FILE ONE JOURNAL ENTRY THAT CONCERNS THE
071000*                      SUBJECT AND READ THE NEXT ONE. AN ENTRY IS
071100*                      THE SUBJECT'S WHEN EITHER IMAGE CARRIES
071200*                      THEIR NATIONAL ID, WHATEVER KEY IT IS
071300*                      UNDER; A KEY FIRST SEEN HERE IS ADDED. AN
071325*                      ENTRY ON ONE OF THEIR KEYS FOR ANOTHER
071350*                      NATIONAL ID IS SOMEONE ELSE'S AND IS LEFT
071375*                      OUT. ONLY WHEN NO NATIONAL ID IS KNOWN FOR
071385*                      THE SUBJECT IS AN ENTRY TAKEN ON ITS KEY
071400*----------------------------------------------------------------
071500 H200-COLLECT-AUDIT.
071600     ADD 1 TO WS-AUDT-READ
071700     MOVE AUDT-BEFORE-IMAGE TO BEF-FIELDS
071800     MOVE AUDT-AFTER-IMAGE  TO AFT-FIELDS
071900     MOVE 'N' TO WS-SELECT-SW
072000     MOVE AUDT-SEQ TO WS-LOOKUP-SEQ
072100     IF WS-SUBJ-NATL-ID NOT = SPACES
072200         IF BEF-NATL-ID = WS-SUBJ-NATL-ID
072300            OR AFT-NATL-ID = WS-SUBJ-NATL-ID
072400             MOVE 'Y' TO WS-SELECT-SW
072500             PERFORM H170-ADD-SUBJ-SEQ THRU H170-END
072550         END-IF
072600     ELSE
072700         PERFORM H180-FIND-SUBJ-SEQ THRU H180-END
072800         IF WS-SUBJ-FOUND-SUB > 0
072900             MOVE 'Y' TO WS-SELECT-SW
073000         END-IF
073100     END-IF
073200     IF WS-REC-SELECTED
073300         PERFORM H210-FILE-AUDIT-ENTRY THRU H210-END
073400     END-IF
073500     PERFORM H220-READ-JOURNAL THRU H220-END
073600     PERFORM H922-CHECK-AUDT-STATUS
073700 H200-END. EXIT.
073800*----------------------------------------------------------------
073900* H210-FILE-AUDIT-ENTRY - SLOT THE CURRENT JOURNAL ENTRY INTO
074000*                         WS-AE-TABLE IN (DATE, TRAN-NO) ORDER,
074100*                         SHUFFLING LATER ENTRIES DOWN ONE PLACE
074200*----------------------------------------------------------------
074300 H210-FILE-AUDIT-ENTRY.
074400     IF WS-AE-USED >= 1000
074500         DISPLAY '*** FBES005 ABEND *** AUDIT ENTRY TABLE FULL'
074600         MOVE 16 TO RETURN-CODE
074700         PERFORM H300-CLOSE-FILES
074800         STOP RUN
074900     END-IF
075000     MOVE AUDT-DATE    TO WS-AE-NEW-DATE
075100     MOVE AUDT-TRAN-NO TO WS-AE-NEW-TRAN
075200     ADD 1 TO WS-AE-USED
075300     MOVE WS-AE-USED TO WS-AE-SUB
075400     MOVE 'N' TO WS-AE-PLACED-SW
075500     PERFORM H215-SHIFT-ONE-ENTRY THRU H215-END
075600         UNTIL WS-AE-SUB = 1 OR WS-AE-PLACED
075700     MOVE AUDT-DATE         TO WS-AE-DATE(WS-AE-SUB)
075800     MOVE AUDT-TRAN-NO      TO WS-AE-TRAN(WS-AE-SUB)
075900     MOVE AUDT-FUNCTION     TO WS-AE-FUNC(WS-AE-SUB)
076000     MOVE AUDT-SEQ          TO WS-AE-SEQ(WS-AE-SUB)
076100     MOVE AUDT-BEFORE-IMAGE TO WS-AE-BEFORE(WS-AE-SUB)
076200     MOVE AUDT-AFTER-IMAGE  TO WS-AE-AFTER(WS-AE-SUB)
076300 H210-END. EXIT.
076400*----------------------------------------------------------------
076500* H215-SHIFT-ONE-ENTRY - MOVE THE ENTRY ABOVE THE FREE SLOT DOWN
076600*                        INTO IT IF IT SORTS AFTER THE NEW ONE;
076700*                        OTHERWISE THE FREE SLOT IS WHERE THE NEW
076800*                        ENTRY BELONGS
076900*----------------------------------------------------------------
077000 H215-SHIFT-ONE-ENTRY.
077100     COMPUTE WS-AE-PREV = WS-AE-SUB - 1
077200     IF WS-AE-KEY(WS-AE-PREV) > WS-AE-NEW-KEY
077300         MOVE WS-AE-ENTRY(WS-AE-PREV) TO WS-AE-ENTRY(WS-AE-SUB)
077400         MOVE WS-AE-PREV TO WS-AE-SUB
077500     ELSE
077600         MOVE 'Y' TO WS-AE-PLACED-SW
077700     END-IF
077800 H215-END. EXIT.
077808*----------------------------------------------------------------
077816* H220-READ-JOURNAL - ASK FBEJ005 FOR THE NEXT JOURNAL RECORD AND
077825*                     HAND IT ON AS AUDT-RECORD WITH A FILE STATUS
077833*                     IN AUDT-ST
077841*----------------------------------------------------------------
077850 H220-READ-JOURNAL.
077858     MOVE 'R' TO JRN-FUNCTION
077866     CALL 'FBEJ005' USING JRN-REQUEST
077875     MOVE JRN-ST     TO AUDT-ST
077883     MOVE JRN-RECORD TO AUDT-RECORD.
077891 H220-END. EXIT.
077900*----------------------------------------------------------------
078000* H400-PRINT-HEADER - OPEN THE DOSSIER WITH THE RUN DATE, THE
078100*                     SUBJECT AND EVERY KEY THEY ARE HELD UNDER,
078200*                     FLAGGING A NATIONAL ID UNDER MORE THAN ONE
078300*----------------------------------------------------------------
078400 H400-PRINT-HEADER.
078500     MOVE SPACES TO SAR-HDR-REC
078600     MOVE '*** SUBJECT-ACCESS DOSSIER - RUN DATE' TO DH-LIT
078700     MOVE WS-RUN-DATE TO DH-VALUE
078800     PERFORM H490-WRITE-HDR-LINE THRU H490-END
078900     MOVE SPACES TO SAR-HDR-REC
079000     MOVE 'SUBJECT NATL-ID.....:' TO DH-LIT
079100     MOVE WS-SUBJ-NATL-ID TO DH-VALUE
079200     PERFORM H490-WRITE-HDR-LINE THRU H490-END
079300     PERFORM H405-PRINT-ONE-KEY THRU H405-END
079400         VARYING WS-SUBJ-SUB FROM 1 BY 1
079500         UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
079600     IF WS-SUBJ-USED > 1
079700         MOVE SPACES TO SAR-HDR-REC
079800         MOVE '*** NATL-ID HELD UNDER MORE THAN ONE KEY ***'
079900             TO DH-LIT
080000         PERFORM H490-WRITE-HDR-LINE THRU H490-END
080100         MOVE SPACES TO SAR-HDR-REC
080200         MOVE '*** KEYS NOT MERGED - EACH REPORTED AS HELD'
080300             TO DH-LIT
080400         PERFORM H490-WRITE-HDR-LINE THRU H490-END
080500     END-IF
080600     IF WS-SUBJ-USED = 0
080700         MOVE SPACES TO SAR-HDR-REC
080800         MOVE '*** NO ACCT-SEQ FOUND FOR THIS SUBJECT ***'
080900             TO DH-LIT
081000         PERFORM H490-WRITE-HDR-LINE THRU H490-END
081100     END-IF
081200 H400-END. EXIT.
081300*----------------------------------------------------------------
081400* H405-PRINT-ONE-KEY - PRINT ONE OF THE SUBJECT'S ACCT-SEQ KEYS
081500*----------------------------------------------------------------
081600 H405-PRINT-ONE-KEY.
081700     MOVE SPACES TO SAR-HDR-REC
081800     MOVE 'HELD UNDER ACCT-SEQ.:' TO DH-LIT
081900     MOVE WS-SUBJ-SEQ(WS-SUBJ-SUB) TO DH-VALUE
082000     PERFORM H490-WRITE-HDR-LINE THRU H490-END
082100 H405-END. EXIT.
082200*----------------------------------------------------------------
082300* H410-PRINT-LIVE - PRINT THE LIVE ACCTREC RECORD UNDER EACH OF
082400*                   THE SUBJECT'S KEYS
082500*----------------------------------------------------------------
082600 H410-PRINT-LIVE.
082700     MOVE SPACES TO SAR-HDR-REC
082800     MOVE '--- LIVE ACCTREC RECORD' TO DH-LIT
082900     PERFORM H490-WRITE-HDR-LINE THRU H490-END
083000     PERFORM H415-PRINT-ONE-LIVE THRU H415-END
083100         VARYING WS-SUBJ-SUB FROM 1 BY 1
083200         UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
083300 H410-END. EXIT.
083400*----------------------------------------------------------------
083500* H415-PRINT-ONE-LIVE - READ ONE KEY ON THE MASTER AND PRINT THE
083600*                       RECORD IF IT IS STILL LIVE AND STILL THE
083625*                       SUBJECT'S. A KEY NOW HELD UNDER ANOTHER
083650*                       NATIONAL ID PRINTS AN EXCEPTION LINE
083675*                       INSTEAD AND IS MARKED REUSED
083700*----------------------------------------------------------------
083800 H415-PRINT-ONE-LIVE.
083900     MOVE WS-SUBJ-SEQ(WS-SUBJ-SUB) TO ACCT-SEQ
084000     READ ACCT-REC KEY IS ACCT-SEQ
084100         INVALID KEY
084200             CONTINUE
084300         NOT INVALID KEY
084400             MOVE ACCT-FIELDS TO WAR-FIELDS
084500     END-READ
084600     PERFORM H920-CHECK-ACCT-STATUS
084700     IF ACCT-NOT-FOUND
084800         GO TO H415-END
084900     END-IF
084910     IF WS-SUBJ-NATL-ID NOT = SPACES
084920        AND WAR-NATL-ID NOT = WS-SUBJ-NATL-ID
084930         MOVE 'Y' TO WS-SUBJ-REUSED-SW(WS-SUBJ-SUB)
084940         MOVE SPACES TO SAR-HDR-REC
084950         MOVE '*** KEY NOW HELD BY ANOTHER PERSON - SEQ'
084960             TO DH-LIT
084970         MOVE WAR-SEQ TO DH-VALUE
084980         PERFORM H490-WRITE-HDR-LINE THRU H490-END
084985         GO TO H415-END
084990     END-IF
084993     MOVE 'LIVE  ' TO WS-PERS-TAG
084995     PERFORM H470-PRINT-PERSON THRU H470-END
084997     ADD 1 TO WS-LIVE-COUNT
085000 H415-END. EXIT.
085100*----------------------------------------------------------------
085200* H420-PRINT-AUDIT - PRINT THE SUBJECT'S JOURNAL ENTRIES IN DATE
085300*                    ORDER
085400*----------------------------------------------------------------
085500 H420-PRINT-AUDIT.
085600     MOVE SPACES TO SAR-HDR-REC
085700     MOVE '--- AUDTFILE CHANGES IN DATE ORDER' TO DH-LIT
085800     PERFORM H490-WRITE-HDR-LINE THRU H490-END
085900     PERFORM H425-PRINT-ONE-AUDIT THRU H425-END
086000         VARYING WS-AE-SUB FROM 1 BY 1
086100         UNTIL WS-AE-SUB > WS-AE-USED
086200 H420-END. EXIT.
086300*----------------------------------------------------------------
086400* H425-PRINT-ONE-AUDIT - PRINT ONE JOURNAL HEADER LINE AND THEN
086500*                        ONE LINE PER FIELD THAT MOVED, AS IN
086600*                        FBEA005
086700*----------------------------------------------------------------
086800 H425-PRINT-ONE-AUDIT.
086900     MOVE SPACES                 TO SAR-AUDT-HDR-REC
087000     MOVE 'RUN DATE '            TO AH-LIT1
087100     MOVE WS-AE-DATE(WS-AE-SUB)  TO AH-DATE
087200     MOVE '  TRAN '              TO AH-LIT2
087300     MOVE WS-AE-TRAN(WS-AE-SUB)  TO AH-TRAN
087400     MOVE '  FUNC '              TO AH-LIT3
087500     MOVE WS-AE-FUNC(WS-AE-SUB)  TO AH-FUNC
087600     MOVE '  SEQ '               TO AH-LIT4
087700     MOVE WS-AE-SEQ(WS-AE-SUB)   TO AH-SEQ
087800     WRITE SAR-AUDT-HDR-REC.
087900     PERFORM H927-CHECK-RPT-STATUS
088000     MOVE WS-AE-BEFORE(WS-AE-SUB) TO BEF-FIELDS
088100     MOVE WS-AE-AFTER(WS-AE-SUB)  TO AFT-FIELDS
088200     PERFORM H430-COMPARE-FIELDS THRU H430-END
088300     ADD 1 TO WS-AUDT-COUNT
088400 H425-END. EXIT.
088500*----------------------------------------------------------------
088600* H430-COMPARE-FIELDS - STAGE AND PRINT ONE DIFFERENCE LINE FOR
088700*                       EVERY ACCTFLD FIELD WHOSE BEFORE- AND
088800*                       AFTER-VALUES DIFFER. AN INSERT OR A
088900*                       REINSTATEMENT (NO BEFORE-IMAGE) AND A
089000*                       DELETE (NO AFTER-IMAGE) PRINT THE WHOLE
089100*                       RECORD
089200*----------------------------------------------------------------
089300 H430-COMPARE-FIELDS.
089400     IF BEF-AD NOT = AFT-AD
089500         MOVE 'AD'          TO WS-DIFF-FIELD
089600         MOVE BEF-AD        TO WS-DIFF-OLD
089700         MOVE AFT-AD        TO WS-DIFF-NEW
089800         PERFORM H435-PRINT-DIFF THRU H435-END
089900     END-IF
090000     IF BEF-SOYAD NOT = AFT-SOYAD
090100         MOVE 'SOYAD'       TO WS-DIFF-FIELD
090200         MOVE BEF-SOYAD     TO WS-DIFF-OLD
090300         MOVE AFT-SOYAD     TO WS-DIFF-NEW
090400         PERFORM H435-PRINT-DIFF THRU H435-END
090500     END-IF
090600     IF BEF-DTAR NOT = AFT-DTAR
090700         MOVE 'DTAR'        TO WS-DIFF-FIELD
090800         MOVE BEF-DTAR      TO WS-DIFF-OLD
090900         MOVE AFT-DTAR      TO WS-DIFF-NEW
091000         PERFORM H435-PRINT-DIFF THRU H435-END
091100     END-IF
091200     IF BEF-TODAY NOT = AFT-TODAY
091300         MOVE 'TODAY'       TO WS-DIFF-FIELD
091400         MOVE BEF-TODAY     TO WS-DIFF-OLD
091500         MOVE AFT-TODAY     TO WS-DIFF-NEW
091600         PERFORM H435-PRINT-DIFF THRU H435-END
091700     END-IF
091800     IF BEF-NATL-ID NOT = AFT-NATL-ID
091900         MOVE 'NATL-ID'     TO WS-DIFF-FIELD
092000         MOVE BEF-NATL-ID   TO WS-DIFF-OLD
092100         MOVE AFT-NATL-ID   TO WS-DIFF-NEW
092200         PERFORM H435-PRINT-DIFF THRU H435-END
092300     END-IF
092400     IF BEF-DEPT-CODE NOT = AFT-DEPT-CODE
092500         MOVE 'DEPT-CODE'   TO WS-DIFF-FIELD
092600         MOVE BEF-DEPT-CODE TO WS-DIFF-OLD
092700         MOVE AFT-DEPT-CODE TO WS-DIFF-NEW
092800         PERFORM H435-PRINT-DIFF THRU H435-END
092900     END-IF
093000     IF BEF-ADDR-LINE1 NOT = AFT-ADDR-LINE1
093100         MOVE 'ADDR-LINE1'  TO WS-DIFF-FIELD
093200         MOVE BEF-ADDR-LINE1 TO WS-DIFF-OLD
093300         MOVE AFT-ADDR-LINE1 TO WS-DIFF-NEW
093400         PERFORM H435-PRINT-DIFF THRU H435-END
093500     END-IF
093600     IF BEF-ADDR-LINE2 NOT = AFT-ADDR-LINE2
093700         MOVE 'ADDR-LINE2'  TO WS-DIFF-FIELD
093800         MOVE BEF-ADDR-LINE2 TO WS-DIFF-OLD
093900         MOVE AFT-ADDR-LINE2 TO WS-DIFF-NEW
094000         PERFORM H435-PRINT-DIFF THRU H435-END
094100     END-IF
094200     IF BEF-ADDR-CITY NOT = AFT-ADDR-CITY
094300         MOVE 'ADDR-CITY'   TO WS-DIFF-FIELD
094400         MOVE BEF-ADDR-CITY TO WS-DIFF-OLD
094500         MOVE AFT-ADDR-CITY TO WS-DIFF-NEW
094600         PERFORM H435-PRINT-DIFF THRU H435-END
094700     END-IF
094800     IF BEF-ADDR-POSTAL NOT = AFT-ADDR-POSTAL
094900         MOVE 'ADDR-POSTAL' TO WS-DIFF-FIELD
095000         MOVE BEF-ADDR-POSTAL TO WS-DIFF-OLD
095100         MOVE AFT-ADDR-POSTAL TO WS-DIFF-NEW
095200         PERFORM H435-PRINT-DIFF THRU H435-END
095300     END-IF
095400 H430-END. EXIT.
095500*----------------------------------------------------------------
095600* H435-PRINT-DIFF - PRINT THE DIFFERENCE LINE STAGED IN
095700*                   WS-DIFF-WORK BY H430-COMPARE-FIELDS
095800*----------------------------------------------------------------
095900 H435-PRINT-DIFF.
096000     MOVE SPACES        TO SAR-DIFF-REC
096100     MOVE WS-DIFF-FIELD TO AD-FIELD
096200     MOVE ' OLD='       TO AD-LIT1
096300     MOVE WS-DIFF-OLD   TO AD-OLD
096400     MOVE ' NEW='       TO AD-LIT2
096500     MOVE WS-DIFF-NEW   TO AD-NEW
096600     WRITE SAR-DIFF-REC.
096700     PERFORM H927-CHECK-RPT-STATUS
096800 H435-END. EXIT.
096900*----------------------------------------------------------------
097000* H440-PRINT-ASGN-HIST - PRINT THE SUBJECT'S JOINER, LEAVER AND
097100*                        TRANSFER ROWS FROM THE ASSIGNMENT HISTORY
097200*----------------------------------------------------------------
097300 H440-PRINT-ASGN-HIST.
097400     MOVE SPACES TO SAR-HDR-REC
097500     MOVE '--- ASGNHIST JOINER/LEAVER/TRANSFER ROWS' TO DH-LIT
097600     PERFORM H490-WRITE-HDR-LINE THRU H490-END
097700     READ ASGN-HIST.
097800     PERFORM H924-CHECK-ASGN-STATUS
097900     PERFORM H445-PRINT-ONE-ASGN THRU H445-END UNTIL ASGN-EOF
098000 H440-END. EXIT.
098100*----------------------------------------------------------------
098200* H445-PRINT-ONE-ASGN - PRINT ONE HISTORY ROW UNDER ONE OF THE
098300*                       SUBJECT'S KEYS WITH ITS DEPTMST NAMES, AND
098400*                       READ THE NEXT ONE. A ROW IS THE SUBJECT'S
098425*                       ONLY WHEN THE JOURNAL ENTRY IT CAME FROM
098450*                       IS ONE OF THEIRS; ANY OTHER ROW ON THE KEY
098475*                       PRINTS AN EXCEPTION LINE INSTEAD
098500*----------------------------------------------------------------
098600 H445-PRINT-ONE-ASGN.
098700     ADD 1 TO WS-ASGN-READ
098800     MOVE ASGN-SEQ TO WS-LOOKUP-SEQ
098900     PERFORM H180-FIND-SUBJ-SEQ THRU H180-END
099000     IF WS-SUBJ-FOUND-SUB > 0
099010         PERFORM H446-FIND-ASGN-ENTRY THRU H446-END
099020     END-IF
099030     IF WS-SUBJ-FOUND-SUB > 0 AND NOT WS-AE-FOUND
099040         MOVE SPACES TO SAR-HDR-REC
099050         MOVE '*** ROW FOR ANOTHER PERSON UNDER ACCT-SEQ'
099060             TO DH-LIT
099070         MOVE ASGN-SEQ TO DH-VALUE
099080         PERFORM H490-WRITE-HDR-LINE THRU H490-END
099090     END-IF
099095     IF WS-SUBJ-FOUND-SUB > 0 AND WS-AE-FOUND
099100         MOVE SPACES         TO SAR-ASGN-REC
099200         MOVE ASGN-SEQ       TO SG-SEQ
099300         MOVE ASGN-EFF-DATE  TO SG-DATE
099400         EVALUATE TRUE
099500             WHEN ASGN-JOINER
099600                 MOVE 'JOINER'   TO SG-ACTION
099700             WHEN ASGN-LEAVER
099800                 MOVE 'LEAVER'   TO SG-ACTION
099900             WHEN ASGN-TRANSFER
100000                 MOVE 'TRANSFER' TO SG-ACTION
100100             WHEN OTHER
100200                 MOVE ASGN-ACTION TO SG-ACTION
100300         END-EVALUATE
100400         IF ASGN-FROM-DEPT NOT = SPACES
100500             MOVE ASGN-FROM-DEPT TO SG-FROM WS-LOOKUP-CODE
100600             PERFORM H447-FIND-DEPT-NAME THRU H447-END
100700             MOVE WS-LOOKUP-NAME TO SG-FROM-NAME
100800         END-IF
100900         IF ASGN-TO-DEPT NOT = SPACES
101000             MOVE ASGN-TO-DEPT TO SG-TO WS-LOOKUP-CODE
101100             PERFORM H447-FIND-DEPT-NAME THRU H447-END
101200             MOVE WS-LOOKUP-NAME TO SG-TO-NAME
101300         END-IF
101400         WRITE SAR-ASGN-REC
101500         PERFORM H927-CHECK-RPT-STATUS
101600         ADD 1 TO WS-ASGN-COUNT
101700     END-IF
101800     READ ASGN-HIST.
101900     PERFORM H924-CHECK-ASGN-STATUS
102000 H445-END. EXIT.
102007*----------------------------------------------------------------
102014* H446-FIND-ASGN-ENTRY - LOOK THE HISTORY ROW'S JOURNAL ENTRY UP
102021*                        IN WS-AE-TABLE BY KEY, DATE AND TRAN-NO,
102028*                        SETTING WS-AE-FOUND-SW WHEN IT IS ONE OF
102035*                        THE SUBJECT'S
102042*----------------------------------------------------------------
102049 H446-FIND-ASGN-ENTRY.
102056     MOVE 'N' TO WS-AE-FOUND-SW
102063     PERFORM H449-MATCH-ONE-ENTRY THRU H449-END
102070         VARYING WS-AE-SUB FROM 1 BY 1
102077         UNTIL WS-AE-SUB > WS-AE-USED
102084            OR WS-AE-FOUND
102091 H446-END. EXIT.
102100*----------------------------------------------------------------
102200* H447-FIND-DEPT-NAME - LOOK WS-LOOKUP-CODE UP IN WS-DEPT-TABLE,
102300*                       LEAVING ITS NAME IN WS-LOOKUP-NAME. A CODE
102400*                       THE MASTER NO LONGER KNOWS SAYS SO
102500*----------------------------------------------------------------
102600 H447-FIND-DEPT-NAME.
102700     MOVE 0 TO WS-DEPT-FOUND-SUB
102800     PERFORM H448-MATCH-ONE-DEPT THRU H448-END
102900         VARYING WS-DEPT-SUB FROM 1 BY 1
103000         UNTIL WS-DEPT-SUB > WS-DEPT-USED
103100            OR WS-DEPT-FOUND-SUB > 0
103200     IF WS-DEPT-FOUND-SUB > 0
103300         MOVE WS-DT-NAME(WS-DEPT-FOUND-SUB) TO WS-LOOKUP-NAME
103400     ELSE
103500         MOVE '** NOT ON DEPTMST **' TO WS-LOOKUP-NAME
103600     END-IF
103700 H447-END. EXIT.
103800*----------------------------------------------------------------
103900* H448-MATCH-ONE-DEPT - COMPARE ONE WS-DEPT-TABLE ENTRY AGAINST
104000*                       WS-LOOKUP-CODE
104100*----------------------------------------------------------------
104200 H448-MATCH-ONE-DEPT.
104300     IF WS-DT-CODE(WS-DEPT-SUB) = WS-LOOKUP-CODE
104400         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
104500     END-IF
104600 H448-END. EXIT.
104610*----------------------------------------------------------------
104620* H449-MATCH-ONE-ENTRY - COMPARE ONE WS-AE-TABLE ENTRY AGAINST THE
104630*                        CURRENT HISTORY ROW
104640*----------------------------------------------------------------
104650 H449-MATCH-ONE-ENTRY.
104660     IF WS-AE-SEQ(WS-AE-SUB)  = ASGN-SEQ
104670        AND WS-AE-DATE(WS-AE-SUB) = ASGN-EFF-DATE
104680        AND WS-AE-TRAN(WS-AE-SUB) = ASGN-TRAN-NO
104690         MOVE 'Y' TO WS-AE-FOUND-SW
104695     END-IF
104698 H449-END. EXIT.
104700*----------------------------------------------------------------
104800* H450-PRINT-ARCHIVE - PRINT EVERY RETIRED IMAGE STILL ON THE
104900*                      ARCHIVE CARRYING THE SUBJECT'S NATIONAL ID,
105000*                      OR UNDER ONE OF THEIR KEYS WHEN NO NATIONAL
105050*                      ID IS KNOWN FOR THEM
105100*----------------------------------------------------------------
105200 H450-PRINT-ARCHIVE.
105300     MOVE SPACES TO SAR-HDR-REC
105400     MOVE '--- RETIRED IMAGES STILL ON ARCHFILE' TO DH-LIT
105500     PERFORM H490-WRITE-HDR-LINE THRU H490-END
105600     PERFORM H160-OPEN-ARCHIVE THRU H160-END
105700     PERFORM H455-PRINT-ONE-ARCH THRU H455-END UNTIL ARCH-EOF
105800     PERFORM H165-CLOSE-ARCHIVE THRU H165-END
105900 H450-END. EXIT.
106000*----------------------------------------------------------------
106100* H455-PRINT-ONE-ARCH - PRINT ONE OF THE SUBJECT'S ARCHIVED IMAGES
106200*                       UNDER ITS ARCHIVE DATE, AND READ THE NEXT.
106225*                       ANOTHER PERSON'S IMAGE UNDER ONE OF THEIR
106250*                       KEYS PRINTS AN EXCEPTION LINE INSTEAD
106300*----------------------------------------------------------------
106400 H455-PRINT-ONE-ARCH.
106500     ADD 1 TO WS-ARCH-READ
106600     MOVE ARCH-ACCT-IMAGE TO WAR-FIELDS
106700     MOVE WAR-SEQ TO WS-LOOKUP-SEQ
106800     PERFORM H180-FIND-SUBJ-SEQ THRU H180-END
106900     MOVE 'N' TO WS-SELECT-SW
107000     IF WS-SUBJ-NATL-ID = SPACES
107020         IF WS-SUBJ-FOUND-SUB > 0
107040             MOVE 'Y' TO WS-SELECT-SW
107060         END-IF
107080     ELSE
107100         IF WAR-NATL-ID = WS-SUBJ-NATL-ID
107120             MOVE 'Y' TO WS-SELECT-SW
107140         END-IF
107160     END-IF
107170     IF WS-SUBJ-FOUND-SUB > 0 AND NOT WS-REC-SELECTED
107175         MOVE SPACES TO SAR-HDR-REC
107180         MOVE '*** IMAGE FOR ANOTHER PERSON UNDER ACCT-SEQ'
107185             TO DH-LIT
107190         MOVE WAR-SEQ TO DH-VALUE
107195         PERFORM H490-WRITE-HDR-LINE THRU H490-END
107197     END-IF
107198     IF WS-REC-SELECTED
107200         MOVE SPACES TO SAR-HDR-REC
107300         MOVE 'ARCHIVED ON.........:' TO DH-LIT
107400         MOVE ARCH-DATE TO DH-VALUE
107500         PERFORM H490-WRITE-HDR-LINE THRU H490-END
107600         MOVE 'ARCH  ' TO WS-PERS-TAG
107700         PERFORM H470-PRINT-PERSON THRU H470-END
107800         ADD 1 TO WS-ARCH-COUNT
107900     END-IF
108000     READ ARCH-FILE.
108100     PERFORM H923-CHECK-ARCH-STATUS
108200 H455-END. EXIT.
108300*----------------------------------------------------------------
108400* H460-PRINT-OPEN-REJECTS - PRINT EVERY REJECT STILL OPEN ON THE
108500*                           QUEUE WHOSE TRANSACTION NAMES ONE OF
108600*                           THE SUBJECT'S KEYS OR NATIONAL ID
108700*----------------------------------------------------------------
108800 H460-PRINT-OPEN-REJECTS.
108900     MOVE SPACES TO SAR-HDR-REC
109000     MOVE '--- REJECTS STILL OPEN ON OPENREJ' TO DH-LIT
109100     PERFORM H490-WRITE-HDR-LINE THRU H490-END
109200     READ OPEN-REJ.
109300     PERFORM H925-CHECK-OREJ-STATUS
109400     PERFORM H465-PRINT-ONE-REJECT THRU H465-END UNTIL OREJ-EOF
109500 H460-END. EXIT.
109600*----------------------------------------------------------------
109700* H465-PRINT-ONE-REJECT - PRINT ONE OF THE SUBJECT'S OPEN REJECTS
109800*                         AND READ THE NEXT ONE. A TRANSACTION
109825*                         CARRYING ANOTHER NATIONAL ID, OR NONE ON
109850*                         A KEY NOW HELD BY ANOTHER PERSON, IS NOT
109875*                         THE SUBJECT'S
109900*----------------------------------------------------------------
110000 H465-PRINT-ONE-REJECT.
110100     ADD 1 TO WS-OREJ-READ
110200     MOVE REJC-TRAN-IMAGE TO WS-TRAN-WORK
110300     MOVE WTR-SEQ TO WS-LOOKUP-SEQ
110400     PERFORM H180-FIND-SUBJ-SEQ THRU H180-END
110500     MOVE 'N' TO WS-SELECT-SW
110600     IF WS-SUBJ-NATL-ID NOT = SPACES
110620        AND WTR-NATL-ID = WS-SUBJ-NATL-ID
110640         MOVE 'Y' TO WS-SELECT-SW
110660     END-IF
110680     IF WS-SUBJ-FOUND-SUB > 0 AND WTR-NATL-ID = SPACES
110700         IF NOT WS-SUBJ-REUSED(WS-SUBJ-FOUND-SUB)
110720             MOVE 'Y' TO WS-SELECT-SW
110740         END-IF
110760     END-IF
110780     IF WS-SUBJ-FOUND-SUB > 0 AND WS-SUBJ-NATL-ID = SPACES
110790         MOVE 'Y' TO WS-SELECT-SW
110795     END-IF
110797     IF WS-REC-SELECTED
110800         MOVE SPACES           TO SAR-REJ-REC
110900         MOVE REJC-RUN-DATE    TO SR-DATE
111000         MOVE REJC-SEQ-NO      TO SR-SEQ-NO
111100         MOVE REJC-REASON-CODE TO SR-CODE
111200         MOVE REJC-REASON-TEXT TO SR-TEXT
111300         MOVE WS-TR-FUNCTION   TO SR-FUNC
111400         MOVE WTR-SEQ          TO SR-PERS-SEQ
111500         MOVE WTR-AD           TO SR-AD
111600         WRITE SAR-REJ-REC
111700         PERFORM H927-CHECK-RPT-STATUS
111800         ADD 1 TO WS-OREJ-COUNT
111900     END-IF
112000     READ OPEN-REJ.
112100     PERFORM H925-CHECK-OREJ-STATUS
112200 H465-END. EXIT.
112300*----------------------------------------------------------------
112400* H470-PRINT-PERSON - PRINT THE PERSON IMAGE STAGED IN WAR-FIELDS
112500*                     AS TWO LINES: KEY, NAME, BIRTH DATE,
112600*                     NATIONAL ID, DEPARTMENT AND STAMP, THEN THE
112700*                     ADDRESS. THE CALLER HAS ALREADY STAGED
112800*                     WS-PERS-TAG
112900*----------------------------------------------------------------
113000 H470-PRINT-PERSON.
113100     MOVE SPACES          TO SAR-PERS-REC
113200     MOVE WS-PERS-TAG     TO SP-TAG
113300     MOVE WAR-SEQ         TO SP-SEQ
113400     MOVE WAR-AD          TO SP-AD
113500     MOVE WAR-SOYAD       TO SP-SOYAD
113600     MOVE WAR-DTAR        TO SP-DTAR
113700     MOVE WAR-NATL-ID     TO SP-NATL-ID
113800     MOVE WAR-DEPT-CODE   TO SP-DEPT
113900     MOVE WAR-TODAY       TO SP-TODAY
114000     WRITE SAR-PERS-REC.
114100     PERFORM H927-CHECK-RPT-STATUS
114200     MOVE SPACES          TO SAR-ADDR-REC
114300     MOVE WAR-ADDR-LINE1  TO SX-LINE1
114400     MOVE WAR-ADDR-LINE2  TO SX-LINE2
114500     MOVE WAR-ADDR-CITY   TO SX-CITY
114600     MOVE WAR-ADDR-POSTAL TO SX-POSTAL
114700     WRITE SAR-ADDR-REC.
114800     PERFORM H927-CHECK-RPT-STATUS
114900 H470-END. EXIT.
115000*----------------------------------------------------------------
115100* H490-WRITE-HDR-LINE - WRITE THE HEADER LINE THE CALLER STAGED
115200*----------------------------------------------------------------
115300 H490-WRITE-HDR-LINE.
115400     WRITE SAR-HDR-REC.
115500     PERFORM H927-CHECK-RPT-STATUS
115600 H490-END. EXIT.
115700*----------------------------------------------------------------
115800* H495-WRITE-ONE-TOTAL - PRINT ONE SOURCE'S SIGN-OFF LINE. THE
115900*                        CALLER HAS ALREADY STAGED THE COUNTS
116000*----------------------------------------------------------------
116100 H495-WRITE-ONE-TOTAL.
116200     WRITE SAR-TOTAL-REC.
116300     PERFORM H927-CHECK-RPT-STATUS
116400 H495-END. EXIT.
116500*----------------------------------------------------------------
116600* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
116700*----------------------------------------------------------------
116800 H300-CLOSE-FILES.
116825*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
116850*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
116875     MOVE RETURN-CODE TO WS-SAVE-RC
116900     CLOSE ACCT-REC.
117000     CLOSE DEPT-MST.
117067     MOVE 'C' TO JRN-FUNCTION
117133     CALL 'FBEJ005' USING JRN-REQUEST
117200     CLOSE ASGN-HIST.
117300     IF WS-ARCH-IS-OPEN
117400         CLOSE ARCH-FILE
117500     END-IF
117600     CLOSE OPEN-REJ.
117700     CLOSE SAR-RPT.
117733     MOVE WS-SAVE-RC TO RETURN-CODE
117766     PERFORM H310-END-CYCLE-STEP THRU H310-END
117800     MOVE 'D' TO LOK-FUNCTION
117900     CALL 'FBEK005' USING LOK-REQUEST
117950     MOVE WS-SAVE-RC TO RETURN-CODE.
118000 H300-END. EXIT.
118007*----------------------------------------------------------------
118014* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
118021*                       RETURN-CODE AND RECORD COUNTS
118028*----------------------------------------------------------------
118035 H310-END-CYCLE-STEP.
118042     MOVE 'E'             TO CYC-FUNCTION
118049     MOVE RETURN-CODE     TO CYC-RC
118056     MOVE WS-AUDT-READ    TO CYC-READ-COUNT
118063     MOVE WS-AUDT-COUNT   TO CYC-WRITE-COUNT
118070     MOVE 0               TO CYC-EXCP-COUNT
118077     CALL 'FBEN005' USING CYC-REQUEST
118084     MOVE CYC-RC          TO RETURN-CODE.
118091 H310-END. EXIT.
118100*----------------------------------------------------------------
118200* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
118300*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
118400*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
118500*----------------------------------------------------------------
118600 H910-ABEND-RTN.
118700     DISPLAY '*** FBES005 ABEND *** FILE=' WS-ABEND-FILE
118800             ' STATUS=' WS-ABEND-STATUS
118900     MOVE 16 TO RETURN-CODE
119000     PERFORM H300-CLOSE-FILES
119100     STOP RUN.
119200 H910-END. EXIT.
119300*----------------------------------------------------------------
119400* H920-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK. A
119500*                          MISSING KEY, THE END OF THE FILE AND A
119600*                          FURTHER DUPLICATE NATIONAL ID ARE ALL
119700*                          NORMAL HERE
119800*----------------------------------------------------------------
119900 H920-CHECK-ACCT-STATUS.
120000     IF NOT ACCT-SUCCESS AND NOT ACCT-DUP-ALT
120100        AND NOT ACCT-EOF AND NOT ACCT-NOT-FOUND
120200         MOVE 'ACCTREC' TO WS-ABEND-FILE
120300         MOVE ACCT-ST   TO WS-ABEND-STATUS
120400         PERFORM H910-ABEND-RTN
120500     END-IF
120600 H920-END. EXIT.
120700*----------------------------------------------------------------
120800* H921-CHECK-DEPT-STATUS - COMMON DEPTMST FILE-STATUS CHECK
120900*----------------------------------------------------------------
121000 H921-CHECK-DEPT-STATUS.
121100     IF NOT DEPT-EOF AND NOT DEPT-SUCCESS
121200         MOVE 'DEPTMST' TO WS-ABEND-FILE
121300         MOVE DEPT-ST   TO WS-ABEND-STATUS
121400         PERFORM H910-ABEND-RTN
121500     END-IF
121600 H921-END. EXIT.
121700*----------------------------------------------------------------
121800* H922-CHECK-AUDT-STATUS - COMMON AUDTFILE FILE-STATUS CHECK
121900*----------------------------------------------------------------
122000 H922-CHECK-AUDT-STATUS.
122100     IF NOT AUDT-EOF AND NOT AUDT-SUCCESS
122200         MOVE 'AUDTFILE' TO WS-ABEND-FILE
122300         MOVE AUDT-ST    TO WS-ABEND-STATUS
122400         PERFORM H910-ABEND-RTN
122500     END-IF
122600 H922-END. EXIT.
122700*----------------------------------------------------------------
122800* H923-CHECK-ARCH-STATUS - COMMON ARCHFILE FILE-STATUS CHECK
122900*----------------------------------------------------------------
123000 H923-CHECK-ARCH-STATUS.
123100     IF NOT ARCH-EOF AND NOT ARCH-SUCCESS
123200         MOVE 'ARCHFILE' TO WS-ABEND-FILE
123300         MOVE ARCH-ST    TO WS-ABEND-STATUS
123400         PERFORM H910-ABEND-RTN
123500     END-IF
123600 H923-END. EXIT.
123700*----------------------------------------------------------------
123800* H924-CHECK-ASGN-STATUS - COMMON ASGNHIST FILE-STATUS CHECK
123900*----------------------------------------------------------------
124000 H924-CHECK-ASGN-STATUS.
124100     IF NOT ASGN-EOF AND NOT ASGN-SUCCESS
124200         MOVE 'ASGNHIST' TO WS-ABEND-FILE
124300         MOVE ASGN-ST    TO WS-ABEND-STATUS
124400         PERFORM H910-ABEND-RTN
124500     END-IF
124600 H924-END. EXIT.
124700*----------------------------------------------------------------
124800* H925-CHECK-OREJ-STATUS - COMMON OPENREJ FILE-STATUS CHECK
124900*----------------------------------------------------------------
125000 H925-CHECK-OREJ-STATUS.
125100     IF NOT OREJ-EOF AND NOT OREJ-SUCCESS
125200         MOVE 'OPENREJ' TO WS-ABEND-FILE
125300         MOVE OREJ-ST   TO WS-ABEND-STATUS
125400         PERFORM H910-ABEND-RTN
125500     END-IF
125600 H925-END. EXIT.
125700*----------------------------------------------------------------
125800* H927-CHECK-RPT-STATUS - COMMON SARRPT FILE-STATUS CHECK
125900*----------------------------------------------------------------
126000 H927-CHECK-RPT-STATUS.
126100     IF NOT RPT-SUCCESS
126200         MOVE 'SARRPT' TO WS-ABEND-FILE
126300         MOVE RPT-ST   TO WS-ABEND-STATUS
126400         PERFORM H910-ABEND-RTN
126500     END-IF
126600 H927-END. EXIT.
126700*----------------------------------------------------------------
126800* H999-PROGRAM-EXIT - CLOSE THE DOSSIER WITH ONE SIGN-OFF LINE
126900*                     PER SOURCE, CLOSE UP AND END THE RUN,
127000*                     RETURN-CODE 8 WHEN THE NATIONAL ID WAS FOUND
127100*                     UNDER MORE THAN ONE ACCT-SEQ
127200*----------------------------------------------------------------
127300 H999-PROGRAM-EXIT.
127400     MOVE SPACES TO SAR-HDR-REC
127500     MOVE '--- SOURCE TOTALS' TO DH-LIT
127600     PERFORM H490-WRITE-HDR-LINE THRU H490-END
127700     MOVE SPACES                   TO SAR-TOTAL-REC
127800     MOVE 'ACCTREC KEYS READ...:'   TO ST-LIT
127900     MOVE ' READ='                 TO ST-LIT1
128000     MOVE WS-SUBJ-USED             TO ST-READ
128100     MOVE ' REPORTED='             TO ST-LIT2
128200     MOVE WS-LIVE-COUNT            TO ST-COUNT
128300     PERFORM H495-WRITE-ONE-TOTAL THRU H495-END
128400     MOVE SPACES                   TO SAR-TOTAL-REC
128500     MOVE 'AUDTFILE ENTRIES....:'   TO ST-LIT
128600     MOVE ' READ='                 TO ST-LIT1
128700     MOVE WS-AUDT-READ             TO ST-READ
128800     MOVE ' REPORTED='             TO ST-LIT2
128900     MOVE WS-AUDT-COUNT            TO ST-COUNT
129000     PERFORM H495-WRITE-ONE-TOTAL THRU H495-END
129100     MOVE SPACES                   TO SAR-TOTAL-REC
129200     MOVE 'ASGNHIST ROWS.......:'   TO ST-LIT
129300     MOVE ' READ='                 TO ST-LIT1
129400     MOVE WS-ASGN-READ             TO ST-READ
129500     MOVE ' REPORTED='             TO ST-LIT2
129600     MOVE WS-ASGN-COUNT            TO ST-COUNT
129700     PERFORM H495-WRITE-ONE-TOTAL THRU H495-END
129800     MOVE SPACES                   TO SAR-TOTAL-REC
129900     MOVE 'ARCHFILE IMAGES.....:'   TO ST-LIT
130000     MOVE ' READ='                 TO ST-LIT1
130100     MOVE WS-ARCH-READ             TO ST-READ
130200     MOVE ' REPORTED='             TO ST-LIT2
130300     MOVE WS-ARCH-COUNT            TO ST-COUNT
130400     PERFORM H495-WRITE-ONE-TOTAL THRU H495-END
130500     MOVE SPACES                   TO SAR-TOTAL-REC
130600     MOVE 'OPENREJ REJECTS.....:'   TO ST-LIT
130700     MOVE ' READ='                 TO ST-LIT1
130800     MOVE WS-OREJ-READ             TO ST-READ
130900     MOVE ' REPORTED='             TO ST-LIT2
131000     MOVE WS-OREJ-COUNT            TO ST-COUNT
131100     PERFORM H495-WRITE-ONE-TOTAL THRU H495-END
131200     IF WS-SUBJ-USED > 1
131300         MOVE 8 TO RETURN-CODE
131400     END-IF
131500     PERFORM H300-CLOSE-FILES.
131600     STOP RUN.
