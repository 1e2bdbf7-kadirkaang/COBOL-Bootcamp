000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEJ010.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. MONTH-END AUDTFILE CUT-OVER.
001300*                  EVERY JOURNAL ENTRY DATED UP TO THE CUT-OFF
001400*                  (THE LAST DAY OF THE PREVIOUS MONTH, OR A
001500*                  CTLCARD DATE BEFORE THE RUN DATE) IS CLOSED
001600*                  INTO THE NEXT GENERATION ON AUDTGEN AND
001700*                  CATALOGUED ON AUDTCAT WITH ITS DATE RANGE,
001800*                  FIRST AND LAST (DATE, TRAN-NO) STAMPS AND
001900*                  RECORD COUNT; ENTRIES DATED AFTER THE CUT-OFF
002000*                  ARE CARRIED FORWARD INTO THE FRESH AUDTFILE.
002100*                  THE NEW GENERATION STARTS THE DAY AFTER THE
002200*                  LAST ONE ENDED, SO THE CATALOGUE STAYS FREE OF
002300*                  GAPS AND OVERLAPS: A CATALOGUE THAT IS ALREADY
002400*                  BROKEN, A CUT-OFF ALREADY COVERED, OR A JOURNAL
002500*                  ENTRY WITH NO USABLE DATE OR DATED INSIDE A
002600*                  CLOSED GENERATION REFUSES THE CUT-OVER. NOTHING
002700*                  IS EMPTIED UNTIL THE GENERATION AND THE CARRIED
002800*                  ENTRIES HAVE BEEN READ BACK AND PROVED TO ADD
002900*                  UP TO THE OLD JOURNAL'S COUNT. A REFUSED
003000*                  CUT-OVER CHANGES NOTHING THE JOURNAL READERS
003100*                  SEE, SAYS WHY ON CUTRPT AND ENDS WITH
003200*                  RETURN-CODE 8; IT MAY BE RUN AGAIN ONCE PUT
003300*                  RIGHT, AND ANY PART-WRITTEN GENERATION IT LEFT
003400*                  ON AUDTGEN IS PURGED FIRST. RUNS ON REQUEST
003500*                  UNDER CYCLE CONTROL BEHIND FBEM005, HOLDING THE
003600*                  FBEK005 LOCK EXCLUSIVELY SO NO OTHER RUN WRITES
003700*                  THE JOURNAL MEANWHILE.
003720* 2026-10-15 KKG   THE RETURN-CODE THE RUN ENDS WITH IS NOW KEPT
003740*                  ACROSS THE CLOSING CALL THAT GIVES BACK THE
003760*                  RUN-CONTROL LOCK, WHICH USED TO HAND BACK ZERO
003780*                  IN ITS PLACE.
003781* 2026-10-15 KKG   A CUT-OVER THAT DIED AFTER CATALOGUING ITS
003782*                  GENERATION BUT BEFORE RESTARTING AUDTFILE IS
003783*                  NOW FINISHED BY A RERUN FOR THE SAME CUT-OFF
003784*                  INSTEAD OF BEING REFUSED AS ALREADY CATALOGUED:
003785*                  THE ENTRIES STILL ON AUDTFILE ARE PROVED
003786*                  AGAINST THE CATALOGUED GENERATION AND THE DEAD
003787*                  RUN'S AUDTCARY, AND AUDTFILE IS RESTARTED FROM
003788*                  AUDTCARY WITHOUT CATALOGUING AGAIN. UNTIL THEN
003789*                  FBEJ005 REFUSES TO READ THE JOURNAL.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL AUDT-FILE ASSIGN TO AUDTFILE
004300                       STATUS      AUDT-ST.
004400     SELECT OPTIONAL AUDT-CAT ASSIGN TO AUDTCAT
004500                       STATUS      CAT-ST.
004600     SELECT OPTIONAL AUDT-GEN ASSIGN TO AUDTGEN
004700                       ORGANIZATION INDEXED
004800                       ACCESS MODE  DYNAMIC
004900                       RECORD KEY   AGEN-KEY
005000                       STATUS      GEN-ST.
005100     SELECT AUDT-CARY  ASSIGN  TO  AUDTCARY
005200                       STATUS      CARY-ST.
005300     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
005400                       STATUS      CTL-ST.
005500     SELECT CUT-RPT    ASSIGN  TO  CUTRPT
005600                       STATUS      RPT-ST.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUDT-FILE RECORDING MODE F.
006000     COPY AUDTFLD.
006100*
006200 FD  AUDT-CAT RECORDING MODE F.
006300     COPY ACATFLD.
006400*
006500 FD  AUDT-GEN RECORDING MODE F.
006600     COPY AGENFLD.
006700*
006800 FD  AUDT-CARY RECORDING MODE F.
006900 01  CARY-RECORD             PIC X(270).
007000*
007100 FD  CTL-CARD RECORDING MODE F.
007200 01  CTL-RECORD.
007300     05  CTL-CUT-DATE        PIC 9(08).
007400     05  FILLER              PIC X(72).
007500*
007600 FD  CUT-RPT RECORDING MODE F.
007700 01  CUT-HDR-REC.
007800     05  CH-LIT              PIC X(40).
007900     05  CH-RUN-DATE         PIC 9(08).
008000     05  FILLER              PIC X(32).
008100 01  CUT-GEN-REC.
008200     05  CG-LIT1             PIC X(11).
008300     05  CG-GEN-NO           PIC 9(05).
008400     05  CG-LIT2             PIC X(08).
008500     05  CG-DATE-FROM        PIC 9(08).
008600     05  CG-LIT3             PIC X(03).
008700     05  CG-DATE-TO          PIC 9(08).
008800     05  FILLER              PIC X(37).
008900 01  CUT-CAT-REC.
009000     05  CL-GEN-NO           PIC 9(05).
009100     05  FILLER              PIC X(01).
009200     05  CL-DATE-FROM        PIC 9(08).
009300     05  FILLER              PIC X(01).
009400     05  CL-DATE-TO          PIC 9(08).
009500     05  FILLER              PIC X(01).
009600     05  CL-FIRST-DATE       PIC 9(08).
009700     05  CL-SLASH1           PIC X(01).
009800     05  CL-FIRST-TRAN       PIC 9(07).
009900     05  FILLER              PIC X(01).
010000     05  CL-LAST-DATE        PIC 9(08).
010100     05  CL-SLASH2           PIC X(01).
010200     05  CL-LAST-TRAN        PIC 9(07).
010300     05  FILLER              PIC X(01).
010400     05  CL-COUNT            PIC ZZZZZZ9.
010500     05  FILLER              PIC X(15).
010600 01  CUT-TOTAL-REC.
010700     05  FILLER              PIC X(04).
010800     05  CT-LIT              PIC X(30).
010900     05  CT-COUNT            PIC ZZZZZZ9.
011000     05  FILLER              PIC X(39).
011100 01  CUT-STATUS-REC.
011200     05  CS-LIT              PIC X(40).
011300     05  FILLER              PIC X(40).
011400 01  CUT-TEXT-REC            PIC X(80).
011500*
011600 WORKING-STORAGE SECTION.
011700 01  WS-WORK-AREA.
011800     05  AUDT-ST             PIC 9(02).
011900         88  AUDT-EOF                   VALUE 10.
012000         88  AUDT-SUCCESS               VALUE 00 97.
012100         88  AUDT-NOT-FOUND             VALUE 05.
012200     05  CAT-ST              PIC 9(02).
012300         88  CAT-EOF                    VALUE 10.
012400         88  CAT-SUCCESS                VALUE 00 97.
012500         88  CAT-NOT-FOUND              VALUE 05.
012600     05  GEN-ST              PIC 9(02).
012700         88  GEN-EOF                    VALUE 10.
012800         88  GEN-SUCCESS                VALUE 00 97.
012900         88  GEN-CREATED                VALUE 05.
013000         88  GEN-NOT-FOUND              VALUE 23.
013100     05  CARY-ST             PIC 9(02).
013200         88  CARY-EOF                   VALUE 10.
013300         88  CARY-SUCCESS               VALUE 00 97.
013400     05  CTL-ST              PIC 9(02).
013500         88  CTL-SUCCESS                VALUE 00 97.
013600         88  CTL-NOT-FOUND              VALUE 05.
013700         88  CTL-EOF                    VALUE 10.
013800     05  RPT-ST              PIC 9(02).
013900         88  RPT-SUCCESS                VALUE 00 97.
014000*----------------------------------------------------------------
014100* THE CATALOGUE AS IT STANDS, PROVED ENTRY BY ENTRY AS IT LOADS
014200*----------------------------------------------------------------
014300 01  WS-CAT-TABLE.
014400     05  WS-CAT-ENTRY        OCCURS 600 TIMES.
014500         10  WS-CT-GEN-NO    PIC 9(05).
014600         10  WS-CT-DATE-FROM PIC 9(08).
014700         10  WS-CT-DATE-TO   PIC 9(08).
014800 01  WS-CAT-USED             PIC 9(03) COMP VALUE 0.
014900 01  WS-CAT-SUB              PIC 9(03) COMP.
015000 01  WS-CAT-PREV             PIC 9(03) COMP.
015100 01  WS-NEXT-DAY             PIC 9(08).
015200*----------------------------------------------------------------
015300* THE GENERATION BEING CLOSED: ITS NUMBER, THE DATES IT COVERS
015400* AND ITS FIRST AND LAST (DATE, TRAN-NO) STAMPS
015500*----------------------------------------------------------------
015600 01  WS-NEW-GEN-NO           PIC 9(05) VALUE 1.
015700 01  WS-NEW-FROM             PIC 9(08) VALUE 0.
015800 01  WS-LAST-TO              PIC 9(08) VALUE 0.
015900 01  WS-CUT-DATE             PIC 9(08) VALUE 0.
016000 01  WS-CUT-BRK REDEFINES WS-CUT-DATE.
016100     05  WS-CUT-YYYY         PIC 9(04).
016200     05  WS-CUT-MM           PIC 9(02).
016300     05  WS-CUT-DD           PIC 9(02).
016400 01  WS-MONTH-START          PIC 9(08).
016500 01  WS-FIRST-DATE           PIC 9(08) VALUE 0.
016600 01  WS-FIRST-TRAN           PIC 9(07) VALUE 0.
016700 01  WS-LAST-DATE            PIC 9(08) VALUE 0.
016800 01  WS-LAST-TRAN            PIC 9(07) VALUE 0.
016900 01  WS-MIN-DATE             PIC 9(08) VALUE 0.
017000 01  WS-CHK-DATE-WORK.
017100     05  WS-CHK-YYYY         PIC 9(04).
017200     05  WS-CHK-MM           PIC 9(02).
017300     05  WS-CHK-NEXT-YYYY    PIC 9(04).
017400     05  WS-CHK-NEXT-MM      PIC 9(02).
017500     05  WS-CHK-DATE1        PIC 9(08).
017600     05  WS-CHK-DATE2        PIC 9(08).
017700     05  WS-CHK-DAYS         PIC S9(03).
017800 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
017900*----------------------------------------------------------------
018000* A REFUSED CUT-OVER STOPS BEFORE ANYTHING IS EMPTIED; THE REASON
018100* IS PRINTED ON CUTRPT
018200*----------------------------------------------------------------
018300 01  WS-REFUSE-SW            PIC X(01) VALUE 'N'.
018400     88  WS-CUT-REFUSED              VALUE 'Y'.
018500 01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
018510*----------------------------------------------------------------
018520* A RERUN FOR THE CUT-OFF THE NEWEST CATALOGUE ENTRY ENDS ON
018530* FINISHES A CUT-OVER THAT DIED BEFORE AUDTFILE WAS RESTARTED
018540*----------------------------------------------------------------
018550 01  WS-RESTART-SW           PIC X(01) VALUE 'N'.
018560     88  WS-CUT-RESTART              VALUE 'Y'.
018600*----------------------------------------------------------------
018700* RUN TOTALS. THE PROOF IS THAT WHAT WAS READ BACK FROM THE NEW
018800* GENERATION PLUS WHAT WAS READ BACK FROM THE CARRY FILE EQUALS
018900* THE OLD JOURNAL'S COUNT
019000*----------------------------------------------------------------
019100 01  WS-JRNL-COUNT           PIC 9(07) COMP VALUE 0.
019200 01  WS-GEN-COUNT            PIC 9(07) COMP VALUE 0.
019300 01  WS-CARY-COUNT           PIC 9(07) COMP VALUE 0.
019400 01  WS-BAD-DATE-COUNT       PIC 9(07) COMP VALUE 0.
019500 01  WS-EARLY-COUNT          PIC 9(07) COMP VALUE 0.
019600 01  WS-PURGE-COUNT          PIC 9(07) COMP VALUE 0.
019700 01  WS-GEN-WRITTEN          PIC 9(07) COMP VALUE 0.
019800 01  WS-CARY-WRITTEN         PIC 9(07) COMP VALUE 0.
019900 01  WS-GEN-BACK             PIC 9(07) COMP VALUE 0.
020000 01  WS-CARY-BACK            PIC 9(07) COMP VALUE 0.
020100 01  WS-RESTART-COUNT        PIC 9(07) COMP VALUE 0.
020200 01  WS-PROOF-TOTAL          PIC 9(07) COMP VALUE 0.
020300 01  WS-EXCP-COUNT           PIC 9(07) COMP VALUE 0.
020400*----------------------------------------------------------------
020500* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
020600* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
020700*----------------------------------------------------------------
020800     COPY LOKREQ.
020900*----------------------------------------------------------------
021000* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
021100* THIS STEP IN AND OUT OF THE CYCLE
021200*----------------------------------------------------------------
021300     COPY CYCREQ.
021316*----------------------------------------------------------------
021332* THE RUN'S OWN RETURN-CODE, KEPT ASIDE WHILE THE CLOSING
021348* CALLS HAND BACK THEIRS
021364*----------------------------------------------------------------
021380 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
021400 01  WS-ABEND-INFO.
021500     05  WS-ABEND-FILE       PIC X(08).
021600     05  WS-ABEND-STATUS     PIC X(02).
021700*----------------------------------------------------------------
021800 PROCEDURE DIVISION.
021900*----------------------------------------------------------------
022000* 0000-MAIN - LOAD THE CATALOGUE, SETTLE THE CUT-OFF, COUNT THE
022100*             JOURNAL, WRITE AND PROVE THE NEW GENERATION, THEN
022200*             CATALOGUE IT AND RESTART AUDTFILE
022300*----------------------------------------------------------------
022400 0000-MAIN.
022500     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
022600     PERFORM H100-OPEN-FILES.
022700     PERFORM H110-LOAD-CATALOGUE THRU H110-END.
022800     PERFORM H130-SET-CUT-RANGE THRU H130-END.
022900     PERFORM H200-COUNT-JOURNAL THRU H200-END.
023000     PERFORM H400-WRITE-GENERATION THRU H400-END.
023100     PERFORM H450-PROVE-COUNTS THRU H450-END.
023200     PERFORM H500-COMMIT-CUT-OVER THRU H500-END.
023300     PERFORM H999-PROGRAM-EXIT.
023400*----------------------------------------------------------------
023500* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
023600*                         IT IS RUN ON REQUEST AT MONTH-END, AFTER
023700*                         THE NIGHT'S FBEM005, OR THE RUN ENDS
023800*                         WITH THE RETURN-CODE FBEN005 GIVES BACK
023900*                         BEFORE ANYTHING OPENS
024000*----------------------------------------------------------------
024100 H050-BEGIN-CYCLE-STEP.
024200     MOVE 'B'        TO CYC-FUNCTION
024300     MOVE 'FBEJ010 ' TO CYC-STEP
024400     CALL 'FBEN005' USING CYC-REQUEST
024500     IF NOT CYC-GO
024600         DISPLAY '*** FBEJ010 *** REFUSED BY CYCLE CONTROL'
024700         MOVE CYC-REPLY-RC TO RETURN-CODE
024800         STOP RUN
024900     END-IF
025000 H050-END. EXIT.
025100*----------------------------------------------------------------
025200* H100-OPEN-FILES - TAKE THE RUN-CONTROL LOCK, OPEN THE REPORT,
025300*                   SET THE RUN DATE AND PICK UP THE OPTIONAL
025400*                   CUT-OFF CARD. THE JOURNAL FILES ARE OPENED AND
025500*                   CLOSED BY EACH PASS THAT USES THEM
025600*----------------------------------------------------------------
025700 H100-OPEN-FILES.
025800*    NO OTHER RUN MAY WRITE OR READ THE JOURNAL WHILE IT IS BEING
025900*    CUT OVER, SO THE RUN-CONTROL LOCK IS TAKEN EXCLUSIVELY
026000     MOVE 'X'        TO LOK-FUNCTION
026100     MOVE 'FBEJ010 ' TO LOK-PGM-NAME
026200     CALL 'FBEK005' USING LOK-REQUEST
026300     IF LOK-BUSY
026400         DISPLAY '*** FBEJ010 *** ACCTREC HELD BY ANOTHER RUN'
026500         MOVE 12 TO RETURN-CODE
026600         PERFORM H310-END-CYCLE-STEP THRU H310-END
026700         STOP RUN
026800     END-IF
026900     OPEN OUTPUT CUT-RPT.
027000     IF NOT RPT-SUCCESS
027100         MOVE 'CUTRPT'  TO WS-ABEND-FILE
027200         MOVE RPT-ST    TO WS-ABEND-STATUS
027300         PERFORM H910-ABEND-RTN
027400     END-IF
027500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
027600     MOVE SPACES TO CUT-HDR-REC
027700     MOVE '*** AUDTFILE CUT-OVER - RUN DATE' TO CH-LIT
027800     MOVE WS-RUN-DATE TO CH-RUN-DATE
027900     WRITE CUT-HDR-REC.
028000     PERFORM H925-CHECK-RPT-STATUS
028100     PERFORM H105-READ-CTL-CARD THRU H105-END
028200 H100-END. EXIT.
028300*----------------------------------------------------------------
028400* H105-READ-CTL-CARD - PICK UP THE OPTIONAL CUT-OFF DATE. NO CARD,
028500*                      OR A BLANK DATE, TAKES THE LAST DAY OF THE
028600*                      PREVIOUS MONTH
028700*----------------------------------------------------------------
028800 H105-READ-CTL-CARD.
028900     OPEN INPUT CTL-CARD.
029000     IF CTL-SUCCESS
029100         READ CTL-CARD
029200         IF CTL-SUCCESS
029300             IF CTL-CUT-DATE NUMERIC AND CTL-CUT-DATE > 0
029400                 MOVE CTL-CUT-DATE TO WS-CUT-DATE
029500             END-IF
029600         ELSE
029700             IF NOT CTL-EOF
029800                 MOVE 'CTLCARD' TO WS-ABEND-FILE
029900                 MOVE CTL-ST    TO WS-ABEND-STATUS
030000                 PERFORM H910-ABEND-RTN
030100             END-IF
030200         END-IF
030300         CLOSE CTL-CARD
030400     ELSE
030500         IF NOT CTL-NOT-FOUND
030600             MOVE 'CTLCARD' TO WS-ABEND-FILE
030700             MOVE CTL-ST    TO WS-ABEND-STATUS
030800             PERFORM H910-ABEND-RTN
030900         END-IF
031000     END-IF
031100 H105-END. EXIT.
031200*----------------------------------------------------------------
031300* H110-LOAD-CATALOGUE - READ AUDTCAT INTO WS-CAT-TABLE, PROVING
031400*                       EACH ENTRY FOLLOWS ON FROM THE ONE BEFORE,
031500*                       AND WORK OUT THE NEXT GENERATION NUMBER.
031600*                       NO CATALOGUE MEANS THIS IS THE FIRST
031700*                       CUT-OVER
031800*----------------------------------------------------------------
031900 H110-LOAD-CATALOGUE.
032000     OPEN INPUT AUDT-CAT.
032100     IF NOT CAT-SUCCESS AND NOT CAT-NOT-FOUND
032200         MOVE 'AUDTCAT' TO WS-ABEND-FILE
032300         MOVE CAT-ST    TO WS-ABEND-STATUS
032400         PERFORM H910-ABEND-RTN
032500     END-IF
032600     READ AUDT-CAT.
032700     PERFORM H921-CHECK-CAT-STATUS
032800     PERFORM H115-LOAD-ONE-ENTRY THRU H115-END
032900         UNTIL CAT-EOF OR WS-CUT-REFUSED
033000     CLOSE AUDT-CAT.
033100     IF WS-CAT-USED > 0
033200         COMPUTE WS-NEW-GEN-NO = WS-CT-GEN-NO(WS-CAT-USED) + 1
033300         MOVE WS-CT-DATE-TO(WS-CAT-USED) TO WS-LAST-TO
033400     END-IF
033500 H110-END. EXIT.
033600*----------------------------------------------------------------
033700* H115-LOAD-ONE-ENTRY - TAKE ONE CATALOGUE ENTRY INTO THE TABLE,
033800*                       PROVE IT AND READ THE NEXT ONE
033900*----------------------------------------------------------------
034000 H115-LOAD-ONE-ENTRY.
034100     IF WS-CAT-USED >= 600
034200         DISPLAY '*** FBEJ010 ABEND *** CATALOGUE TABLE FULL'
034300         MOVE 16 TO RETURN-CODE
034400         PERFORM H300-CLOSE-FILES
034500         STOP RUN
034600     END-IF
034700     ADD 1 TO WS-CAT-USED
034800     MOVE WS-CAT-USED    TO WS-CAT-SUB
034900     MOVE ACAT-GEN-NO    TO WS-CT-GEN-NO(WS-CAT-SUB)
035000     MOVE ACAT-DATE-FROM TO WS-CT-DATE-FROM(WS-CAT-SUB)
035100     MOVE ACAT-DATE-TO   TO WS-CT-DATE-TO(WS-CAT-SUB)
035200     PERFORM H120-PROVE-ONE-ENTRY THRU H120-END
035300     READ AUDT-CAT.
035400     PERFORM H921-CHECK-CAT-STATUS
035500 H115-END. EXIT.
035600*----------------------------------------------------------------
035700* H120-PROVE-ONE-ENTRY - THE SAME COVERAGE PROOF FBEJ005 MAKES: AN
035800*                        ENTRY MUST CARRY NUMERIC FIELDS, END NO
035900*                        EARLIER THAN IT STARTS, TAKE THE NEXT
036000*                        GENERATION NUMBER AND START THE DAY AFTER
036100*                        THE ENTRY BEFORE IT ENDS. A BROKEN
036200*                        CATALOGUE IS NOT ADDED TO
036300*----------------------------------------------------------------
036400 H120-PROVE-ONE-ENTRY.
036500     IF ACAT-GEN-NO NOT NUMERIC OR ACAT-DATE-FROM NOT NUMERIC
036600        OR ACAT-DATE-TO NOT NUMERIC OR ACAT-COUNT NOT NUMERIC
036700        OR ACAT-DATE-FROM > ACAT-DATE-TO
036800         GO TO H120-BROKEN
036900     END-IF
037000     IF WS-CAT-SUB = 1
037100         IF ACAT-GEN-NO NOT = 1
037200             GO TO H120-BROKEN
037300         END-IF
037400         GO TO H120-END
037500     END-IF
037600     COMPUTE WS-CAT-PREV = WS-CAT-SUB - 1
037700     IF ACAT-GEN-NO NOT = WS-CT-GEN-NO(WS-CAT-PREV) + 1
037800         GO TO H120-BROKEN
037900     END-IF
038000     COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
038100             FUNCTION INTEGER-OF-DATE(WS-CT-DATE-TO(WS-CAT-PREV))
038200             + 1)
038300     IF ACAT-DATE-FROM = WS-NEXT-DAY
038400         GO TO H120-END
038500     END-IF
038600 H120-BROKEN.
038700     MOVE 'Y' TO WS-REFUSE-SW
038800     MOVE 'AUDTCAT HAS A GAP OR OVERLAP' TO WS-REFUSE-REASON
038900 H120-END. EXIT.
039000*----------------------------------------------------------------
039100* H130-SET-CUT-RANGE - SETTLE THE CUT-OFF DATE AND THE FIRST DATE
039200*                      THE NEW GENERATION COVERS. THE CUT-OFF MUST
039300*                      BE A REAL DATE BEFORE THE RUN DATE (TODAY'S
039400*                      ENTRIES MAY STILL BE WRITTEN AFTER THIS
039500*                      RUN) AND AFTER THE LAST CATALOGUED DATE,
039520*                      UNLESS IT IS THAT DATE: THEN THE RUN IS
039540*                      TAKEN AS THE RERUN OF A CUT-OVER THAT DIED
039560*                      BEFORE RESTARTING AUDTFILE, AND WORKS ON
039580*                      THE NEWEST CATALOGUED GENERATION
039600*----------------------------------------------------------------
039700 H130-SET-CUT-RANGE.
039800     IF WS-CUT-REFUSED
039900         GO TO H130-END
040000     END-IF
040100     IF WS-CUT-DATE = 0
040200         MOVE WS-RUN-DATE TO WS-MONTH-START
040300         MOVE '01'        TO WS-MONTH-START(7:2)
040400         COMPUTE WS-CUT-DATE = FUNCTION DATE-OF-INTEGER(
040500                 FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
040600     END-IF
040700     MOVE 'Y' TO WS-REFUSE-SW
040800     IF WS-CUT-YYYY < 1601 OR WS-CUT-MM < 1 OR WS-CUT-MM > 12
040900         MOVE 'CUT-OFF DATE IS NOT A DATE' TO WS-REFUSE-REASON
041000         GO TO H130-END
041100     END-IF
041200     MOVE WS-CUT-YYYY TO WS-CHK-YYYY
041300     MOVE WS-CUT-MM   TO WS-CHK-MM
041400     PERFORM H212-DAYS-IN-MONTH
041500     IF WS-CUT-DD < 1 OR WS-CUT-DD > WS-CHK-DAYS
041600         MOVE 'CUT-OFF DATE IS NOT A DATE' TO WS-REFUSE-REASON
041700         GO TO H130-END
041800     END-IF
041900     IF WS-CUT-DATE NOT < WS-RUN-DATE
042000         MOVE 'CUT-OFF DATE NOT BEFORE RUN DATE'
042100             TO WS-REFUSE-REASON
042200         GO TO H130-END
042300     END-IF
042310     IF WS-CAT-USED > 0 AND WS-CUT-DATE = WS-LAST-TO
042320         MOVE 'Y' TO WS-RESTART-SW
042330         MOVE 'N' TO WS-REFUSE-SW
042340         MOVE WS-CT-GEN-NO(WS-CAT-USED)    TO WS-NEW-GEN-NO
042350         MOVE WS-CT-DATE-FROM(WS-CAT-USED) TO WS-NEW-FROM
042360         GO TO H130-END
042370     END-IF
042400     IF WS-CAT-USED > 0 AND WS-CUT-DATE NOT > WS-LAST-TO
042500         MOVE 'CUT-OFF DATE ALREADY CATALOGUED'
042600             TO WS-REFUSE-REASON
042700         GO TO H130-END
042800     END-IF
042900     MOVE 'N' TO WS-REFUSE-SW
043000     IF WS-CAT-USED > 0
043100         COMPUTE WS-NEW-FROM = FUNCTION DATE-OF-INTEGER(
043200                 FUNCTION INTEGER-OF-DATE(WS-LAST-TO) + 1)
043300     END-IF
043400 H130-END. EXIT.
043500*----------------------------------------------------------------
043600* H212-DAYS-IN-MONTH - RETURN THE NUMBER OF DAYS IN WS-CHK-YYYY/
043700*                      WS-CHK-MM AS WS-CHK-DAYS, AS IN FBEG010
043800*----------------------------------------------------------------
043900 H212-DAYS-IN-MONTH.
044000     COMPUTE WS-CHK-DATE1 = WS-CHK-YYYY * 10000
044100                           + WS-CHK-MM   * 100 + 01
044200     MOVE WS-CHK-YYYY TO WS-CHK-NEXT-YYYY
044300     COMPUTE WS-CHK-NEXT-MM = WS-CHK-MM + 1
044400     IF WS-CHK-NEXT-MM > 12
044500         MOVE 1 TO WS-CHK-NEXT-MM
044600         ADD 1 TO WS-CHK-NEXT-YYYY
044700     END-IF
044800     COMPUTE WS-CHK-DATE2 = WS-CHK-NEXT-YYYY * 10000
044900                           + WS-CHK-NEXT-MM   * 100 + 01
045000     COMPUTE WS-CHK-DAYS = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE2)
045100                         - FUNCTION INTEGER-OF-DATE(WS-CHK-DATE1)
045200 H212-END. EXIT.
045300*----------------------------------------------------------------
045400* H200-COUNT-JOURNAL - FIRST PASS: COUNT THE OLD JOURNAL, SPLIT IT
045500*                      BETWEEN THE NEW GENERATION AND WHAT IS
045600*                      CARRIED FORWARD, NOTE THE FIRST AND LAST
045700*                      STAMPS, AND REFUSE ON ANY ENTRY THAT CANNOT
045800*                      BE PLACED WITHOUT A GAP OR AN OVERLAP.
045820*                      A RERUN WITH NOTHING LEFT ON AUDTFILE
045840*                      INSIDE THE GENERATION HAS NOTHING TO FINISH
045900*----------------------------------------------------------------
046000 H200-COUNT-JOURNAL.
046100     IF WS-CUT-REFUSED
046200         GO TO H200-END
046300     END-IF
046400     OPEN INPUT AUDT-FILE.
046500     IF NOT AUDT-SUCCESS AND NOT AUDT-NOT-FOUND
046600         MOVE 'AUDTFILE' TO WS-ABEND-FILE
046700         MOVE AUDT-ST    TO WS-ABEND-STATUS
046800         PERFORM H910-ABEND-RTN
046900     END-IF
047000     READ AUDT-FILE.
047100     PERFORM H920-CHECK-AUDT-STATUS
047200     PERFORM H210-COUNT-ONE THRU H210-END UNTIL AUDT-EOF
047300     CLOSE AUDT-FILE.
047400*    THE FIRST GENERATION EVER STARTS WITH ITS OLDEST ENTRY; AN
047500*    EMPTY ONE COVERS THE CUT-OFF DATE ALONE
047600     IF WS-CAT-USED = 0
047700         IF WS-GEN-COUNT > 0
047800             MOVE WS-MIN-DATE TO WS-NEW-FROM
047900         ELSE
048000             MOVE WS-CUT-DATE TO WS-NEW-FROM
048100         END-IF
048200     END-IF
048300     IF WS-BAD-DATE-COUNT > 0
048400         MOVE 'Y' TO WS-REFUSE-SW
048500         MOVE 'JOURNAL ENTRIES WITH NO USABLE DATE'
048600             TO WS-REFUSE-REASON
048700         GO TO H200-END
048800     END-IF
048900     IF WS-EARLY-COUNT > 0
049000         MOVE 'Y' TO WS-REFUSE-SW
049100         MOVE 'JOURNAL ENTRIES DATED IN A GENERATION'
049200             TO WS-REFUSE-REASON
049300     END-IF
049310     IF WS-CUT-RESTART AND WS-GEN-COUNT = 0
049320         MOVE 'Y' TO WS-REFUSE-SW
049330         MOVE 'CUT-OFF DATE ALREADY CATALOGUED'
049340             TO WS-REFUSE-REASON
049350     END-IF
049400 H200-END. EXIT.
049500*----------------------------------------------------------------
049600* H210-COUNT-ONE - PLACE ONE JOURNAL ENTRY AND READ THE NEXT ONE
049700*----------------------------------------------------------------
049800 H210-COUNT-ONE.
049900     ADD 1 TO WS-JRNL-COUNT
050000     IF AUDT-DATE NOT NUMERIC OR AUDT-DATE = 0
050100        OR AUDT-TRAN-NO NOT NUMERIC
050200         ADD 1 TO WS-BAD-DATE-COUNT
050300         GO TO H210-READ-NEXT
050400     END-IF
050500     IF WS-CAT-USED > 0 AND AUDT-DATE < WS-NEW-FROM
050600         ADD 1 TO WS-EARLY-COUNT
050700         GO TO H210-READ-NEXT
050800     END-IF
050900     IF AUDT-DATE > WS-CUT-DATE
051000         ADD 1 TO WS-CARY-COUNT
051100         GO TO H210-READ-NEXT
051200     END-IF
051300     ADD 1 TO WS-GEN-COUNT
051400     IF WS-GEN-COUNT = 1
051500         MOVE AUDT-DATE    TO WS-FIRST-DATE
051600         MOVE AUDT-TRAN-NO TO WS-FIRST-TRAN
051700         MOVE AUDT-DATE    TO WS-MIN-DATE
051800     END-IF
051900     MOVE AUDT-DATE    TO WS-LAST-DATE
052000     MOVE AUDT-TRAN-NO TO WS-LAST-TRAN
052100     IF AUDT-DATE < WS-MIN-DATE
052200         MOVE AUDT-DATE TO WS-MIN-DATE
052300     END-IF
052400 H210-READ-NEXT.
052500     READ AUDT-FILE.
052600     PERFORM H920-CHECK-AUDT-STATUS
052700 H210-END. EXIT.
052800*----------------------------------------------------------------
052900* H400-WRITE-GENERATION - SECOND PASS: PURGE ANYTHING A REFUSED
053000*                         EARLIER RUN LEFT UNDER THE NEW
053100*                         GENERATION NUMBER, THEN COPY EACH ENTRY
053200*                         EITHER INTO THE GENERATION ON AUDTGEN,
053300*                         IN JOURNAL ORDER, OR ONTO THE AUDTCARY
053400*                         CARRY FILE. AUDTFILE ITSELF IS ONLY
053410*                         READ. A RERUN WRITES NOTHING: THE
053420*                         GENERATION IS CATALOGUED ALREADY AND
053440*                         THE DEAD RUN'S AUDTCARY IS PROVED AS IT
053460*                         STANDS
053500*----------------------------------------------------------------
053600 H400-WRITE-GENERATION.
053700     IF WS-CUT-REFUSED
053800         GO TO H400-END
053900     END-IF
054000     OPEN I-O AUDT-GEN.
054100     IF NOT GEN-SUCCESS AND NOT GEN-CREATED
054200         MOVE 'AUDTGEN' TO WS-ABEND-FILE
054300         MOVE GEN-ST    TO WS-ABEND-STATUS
054400         PERFORM H910-ABEND-RTN
054500     END-IF
054550     IF WS-CUT-RESTART
054560         GO TO H400-END
054570     END-IF
054600     PERFORM H405-PURGE-LEFTOVERS THRU H405-END
054700     OPEN OUTPUT AUDT-CARY.
054800     IF NOT CARY-SUCCESS
054900         MOVE 'AUDTCARY' TO WS-ABEND-FILE
055000         MOVE CARY-ST    TO WS-ABEND-STATUS
055100         PERFORM H910-ABEND-RTN
055200     END-IF
055300     OPEN INPUT AUDT-FILE.
055400     IF NOT AUDT-SUCCESS AND NOT AUDT-NOT-FOUND
055500         MOVE 'AUDTFILE' TO WS-ABEND-FILE
055600         MOVE AUDT-ST    TO WS-ABEND-STATUS
055700         PERFORM H910-ABEND-RTN
055800     END-IF
055900     READ AUDT-FILE.
056000     PERFORM H920-CHECK-AUDT-STATUS
056100     PERFORM H410-SPLIT-ONE THRU H410-END UNTIL AUDT-EOF
056200     CLOSE AUDT-FILE.
056300     CLOSE AUDT-CARY.
056400 H400-END. EXIT.
056500*----------------------------------------------------------------
056600* H405-PURGE-LEFTOVERS - DELETE EVERY AUDTGEN RECORD ALREADY FILED
056700*                        UNDER THE NEW GENERATION NUMBER. THE
056800*                        NUMBER IS NOT CATALOGUED YET, SO NO
056900*                        READER HAS EVER SEEN THEM
057000*----------------------------------------------------------------
057100 H405-PURGE-LEFTOVERS.
057200     MOVE WS-NEW-GEN-NO TO AGEN-GEN-NO
057300     MOVE 0             TO AGEN-REC-NO
057400     START AUDT-GEN KEY IS >= AGEN-KEY
057500         INVALID KEY
057600             CONTINUE
057700     END-START
057800     IF GEN-NOT-FOUND
057900         GO TO H405-END
058000     END-IF
058100     PERFORM H922-CHECK-GEN-STATUS
058200     READ AUDT-GEN NEXT RECORD.
058300     PERFORM H922-CHECK-GEN-STATUS
058400     PERFORM H407-PURGE-ONE THRU H407-END
058500         UNTIL GEN-EOF OR AGEN-GEN-NO NOT = WS-NEW-GEN-NO
058600 H405-END. EXIT.
058700*----------------------------------------------------------------
058800* H407-PURGE-ONE - DELETE ONE LEFTOVER AND READ THE NEXT RECORD
058900*----------------------------------------------------------------
059000 H407-PURGE-ONE.
059100     DELETE AUDT-GEN RECORD.
059200     PERFORM H922-CHECK-GEN-STATUS
059300     ADD 1 TO WS-PURGE-COUNT
059400     READ AUDT-GEN NEXT RECORD.
059500     PERFORM H922-CHECK-GEN-STATUS
059600 H407-END. EXIT.
059700*----------------------------------------------------------------
059800* H410-SPLIT-ONE - FILE ONE ENTRY IN THE GENERATION OR ON THE
059900*                  CARRY FILE AND READ THE NEXT ONE
060000*----------------------------------------------------------------
060100 H410-SPLIT-ONE.
060200     IF AUDT-DATE > WS-CUT-DATE
060300         WRITE CARY-RECORD FROM AUDT-RECORD
060400         PERFORM H923-CHECK-CARY-STATUS
060500         ADD 1 TO WS-CARY-WRITTEN
060600     ELSE
060700         ADD 1 TO WS-GEN-WRITTEN
060800         MOVE WS-NEW-GEN-NO  TO AGEN-GEN-NO
060900         MOVE WS-GEN-WRITTEN TO AGEN-REC-NO
061000         MOVE AUDT-RECORD    TO AGEN-AUDT-IMAGE
061100         WRITE AGEN-RECORD
061200         PERFORM H922-CHECK-GEN-STATUS
061300     END-IF
061400     READ AUDT-FILE.
061500     PERFORM H920-CHECK-AUDT-STATUS
061600 H410-END. EXIT.
061700*----------------------------------------------------------------
061800* H450-PROVE-COUNTS - READ THE NEW GENERATION AND THE CARRY FILE
061900*                     BACK AND PROVE THEY HOLD EXACTLY WHAT THE
062000*                     FIRST PASS COUNTED, AND THAT TOGETHER THEY
062100*                     ADD UP TO THE OLD JOURNAL. A CUT-OVER THAT
062200*                     DOES NOT PROVE OUT IS REFUSED BEFORE
062300*                     ANYTHING IS CATALOGUED OR EMPTIED. ON A
062320*                     RERUN THE GENERATION READ BACK IS THE ONE
062340*                     ALREADY CATALOGUED AND NOTHING WAS WRITTEN
062400*----------------------------------------------------------------
062500 H450-PROVE-COUNTS.
062600     IF WS-CUT-REFUSED
062700         GO TO H450-END
062800     END-IF
062900     MOVE WS-NEW-GEN-NO TO AGEN-GEN-NO
063000     MOVE 0             TO AGEN-REC-NO
063100     START AUDT-GEN KEY IS >= AGEN-KEY
063200         INVALID KEY
063300             CONTINUE
063400     END-START
063500     IF NOT GEN-NOT-FOUND
063600         PERFORM H922-CHECK-GEN-STATUS
063700         READ AUDT-GEN NEXT RECORD
063800         PERFORM H922-CHECK-GEN-STATUS
063900         PERFORM H455-COUNT-ONE-BACK THRU H455-END
064000             UNTIL GEN-EOF OR AGEN-GEN-NO NOT = WS-NEW-GEN-NO
064100     END-IF
064200     CLOSE AUDT-GEN.
064300     OPEN INPUT AUDT-CARY.
064400     IF NOT CARY-SUCCESS
064500         MOVE 'AUDTCARY' TO WS-ABEND-FILE
064600         MOVE CARY-ST    TO WS-ABEND-STATUS
064700         PERFORM H910-ABEND-RTN
064800     END-IF
064900     READ AUDT-CARY.
065000     PERFORM H923-CHECK-CARY-STATUS
065100     PERFORM H457-COUNT-ONE-CARRIED THRU H457-END UNTIL CARY-EOF
065200     CLOSE AUDT-CARY.
065300     COMPUTE WS-PROOF-TOTAL = WS-GEN-BACK + WS-CARY-BACK
065400     IF WS-GEN-BACK  NOT = WS-GEN-COUNT
065500        OR WS-CARY-BACK NOT = WS-CARY-COUNT
065600        OR WS-PROOF-TOTAL NOT = WS-JRNL-COUNT
065700        OR (NOT WS-CUT-RESTART
065750            AND (WS-GEN-WRITTEN  NOT = WS-GEN-COUNT
065800              OR WS-CARY-WRITTEN NOT = WS-CARY-COUNT))
065900         MOVE 'Y' TO WS-REFUSE-SW
066000         MOVE 'COUNTS DO NOT ADD UP TO THE JOURNAL'
066100             TO WS-REFUSE-REASON
066200     END-IF
066300 H450-END. EXIT.
066400*----------------------------------------------------------------
066500* H455-COUNT-ONE-BACK - COUNT ONE RECORD OF THE NEW GENERATION AND
066600*                       READ THE NEXT ONE
066700*----------------------------------------------------------------
066800 H455-COUNT-ONE-BACK.
066900     ADD 1 TO WS-GEN-BACK
067000     READ AUDT-GEN NEXT RECORD.
067100     PERFORM H922-CHECK-GEN-STATUS
067200 H455-END. EXIT.
067300*----------------------------------------------------------------
067400* H457-COUNT-ONE-CARRIED - COUNT ONE CARRIED ENTRY AND READ THE
067500*                          NEXT ONE
067600*----------------------------------------------------------------
067700 H457-COUNT-ONE-CARRIED.
067800     ADD 1 TO WS-CARY-BACK
067900     READ AUDT-CARY.
068000     PERFORM H923-CHECK-CARY-STATUS
068100 H457-END. EXIT.
068200*----------------------------------------------------------------
068300* H500-COMMIT-CUT-OVER - CATALOGUE THE PROVED GENERATION, THEN
068400*                        START AUDTFILE AFRESH WITH THE CARRIED
068500*                        ENTRIES. THE CATALOGUE GOES FIRST, SO A
068600*                        RUN THAT DIES BETWEEN THE TWO LEAVES THE
068700*                        OLD ENTRIES ON AUDTFILE AS WELL AS IN THE
068800*                        CATALOGUED GENERATION. NOTHING IS LOST,
068900*                        BUT THE JOURNAL THEN HOLDS THEM TWICE:
068910*                        FBEJ005 REFUSES TO READ IT, AND A RERUN
068920*                        FOR THE SAME CUT-OFF PROVES THEM AGAINST
068930*                        THE GENERATION AND COMES STRAIGHT HERE TO
068940*                        RESTART AUDTFILE FROM AUDTCARY WITHOUT
068950*                        CATALOGUING AGAIN
069000*----------------------------------------------------------------
069100 H500-COMMIT-CUT-OVER.
069200     IF WS-CUT-REFUSED
069300         GO TO H500-END
069400     END-IF
069450     IF WS-CUT-RESTART
069460         GO TO H500-RESTART-AUDT
069470     END-IF
069500     OPEN EXTEND AUDT-CAT.
069600     IF NOT CAT-SUCCESS AND NOT CAT-NOT-FOUND
069700         MOVE 'AUDTCAT' TO WS-ABEND-FILE
069800         MOVE CAT-ST    TO WS-ABEND-STATUS
069900         PERFORM H910-ABEND-RTN
070000     END-IF
070100     MOVE SPACES         TO ACAT-RECORD
070200     MOVE WS-NEW-GEN-NO  TO ACAT-GEN-NO
070300     MOVE WS-NEW-FROM    TO ACAT-DATE-FROM
070400     MOVE WS-CUT-DATE    TO ACAT-DATE-TO
070500     MOVE WS-FIRST-DATE  TO ACAT-FIRST-DATE
070600     MOVE WS-FIRST-TRAN  TO ACAT-FIRST-TRAN
070700     MOVE WS-LAST-DATE   TO ACAT-LAST-DATE
070800     MOVE WS-LAST-TRAN   TO ACAT-LAST-TRAN
070900     MOVE WS-GEN-COUNT   TO ACAT-COUNT
071000     MOVE WS-RUN-DATE    TO ACAT-CUT-DATE
071100     WRITE ACAT-RECORD.
071200     PERFORM H921-CHECK-CAT-STATUS
071300     CLOSE AUDT-CAT.
071350 H500-RESTART-AUDT.
071400     OPEN OUTPUT AUDT-FILE.
071500     IF NOT AUDT-SUCCESS
071600         MOVE 'AUDTFILE' TO WS-ABEND-FILE
071700         MOVE AUDT-ST    TO WS-ABEND-STATUS
071800         PERFORM H910-ABEND-RTN
071900     END-IF
072000     OPEN INPUT AUDT-CARY.
072100     IF NOT CARY-SUCCESS
072200         MOVE 'AUDTCARY' TO WS-ABEND-FILE
072300         MOVE CARY-ST    TO WS-ABEND-STATUS
072400         PERFORM H910-ABEND-RTN
072500     END-IF
072600     READ AUDT-CARY.
072700     PERFORM H923-CHECK-CARY-STATUS
072800     PERFORM H510-RESTORE-ONE THRU H510-END UNTIL CARY-EOF
072900     CLOSE AUDT-CARY.
073000     CLOSE AUDT-FILE.
073100     IF WS-RESTART-COUNT NOT = WS-CARY-COUNT
073200         DISPLAY '*** FBEJ010 ABEND *** AUDTFILE RESTARTED WITH '
073300                 WS-RESTART-COUNT ' OF ' WS-CARY-COUNT
073400                 ' CARRIED ENTRIES - RELOAD IT FROM AUDTCARY'
073500         MOVE 16 TO RETURN-CODE
073600         PERFORM H300-CLOSE-FILES
073700         STOP RUN
073800     END-IF
073900 H500-END. EXIT.
074000*----------------------------------------------------------------
074100* H510-RESTORE-ONE - PUT ONE CARRIED ENTRY ON THE FRESH AUDTFILE
074200*                    AND READ THE NEXT ONE
074300*----------------------------------------------------------------
074400 H510-RESTORE-ONE.
074500     WRITE AUDT-RECORD FROM CARY-RECORD
074600     PERFORM H920-CHECK-AUDT-STATUS
074700     ADD 1 TO WS-RESTART-COUNT
074800     READ AUDT-CARY.
074900     PERFORM H923-CHECK-CARY-STATUS
075000 H510-END. EXIT.
075100*----------------------------------------------------------------
075200* H550-WRITE-ONE-TOTAL - WRITE THE CUTRPT TOTAL LINE BUILT BY THE
075300*                        CALLER
075400*----------------------------------------------------------------
075500 H550-WRITE-ONE-TOTAL.
075600     WRITE CUT-TOTAL-REC
075700     PERFORM H925-CHECK-RPT-STATUS
075800 H550-END. EXIT.
075900*----------------------------------------------------------------
076000* H600-PRINT-CATALOGUE - LIST AUDTCAT AS THIS RUN LEAVES IT
076100*----------------------------------------------------------------
076200 H600-PRINT-CATALOGUE.
076300     MOVE SPACES TO CUT-STATUS-REC
076400     MOVE '--- AUDTCAT AS THIS RUN LEAVES IT' TO CS-LIT
076500     WRITE CUT-STATUS-REC.
076600     PERFORM H925-CHECK-RPT-STATUS
076700     MOVE 'GEN   FROM     TO       FIRST STAMP      LAST STAMP'
076800         TO CUT-TEXT-REC
076900     MOVE 'COUNT' TO CUT-TEXT-REC(61:5)
077000     WRITE CUT-TEXT-REC.
077100     PERFORM H925-CHECK-RPT-STATUS
077200     OPEN INPUT AUDT-CAT.
077300     IF NOT CAT-SUCCESS AND NOT CAT-NOT-FOUND
077400         MOVE 'AUDTCAT' TO WS-ABEND-FILE
077500         MOVE CAT-ST    TO WS-ABEND-STATUS
077600         PERFORM H910-ABEND-RTN
077700     END-IF
077800     READ AUDT-CAT.
077900     PERFORM H921-CHECK-CAT-STATUS
078000     PERFORM H610-PRINT-ONE-ENTRY THRU H610-END UNTIL CAT-EOF
078100     CLOSE AUDT-CAT.
078200 H600-END. EXIT.
078300*----------------------------------------------------------------
078400* H610-PRINT-ONE-ENTRY - PRINT ONE CATALOGUE ENTRY AND READ THE
078500*                        NEXT ONE
078600*----------------------------------------------------------------
078700 H610-PRINT-ONE-ENTRY.
078800     MOVE SPACES          TO CUT-CAT-REC
078900     MOVE ACAT-GEN-NO     TO CL-GEN-NO
079000     MOVE ACAT-DATE-FROM  TO CL-DATE-FROM
079100     MOVE ACAT-DATE-TO    TO CL-DATE-TO
079200     MOVE ACAT-FIRST-DATE TO CL-FIRST-DATE
079300     MOVE '/'             TO CL-SLASH1
079400     MOVE ACAT-FIRST-TRAN TO CL-FIRST-TRAN
079500     MOVE ACAT-LAST-DATE  TO CL-LAST-DATE
079600     MOVE '/'             TO CL-SLASH2
079700     MOVE ACAT-LAST-TRAN  TO CL-LAST-TRAN
079800     MOVE ACAT-COUNT      TO CL-COUNT
079900     WRITE CUT-CAT-REC.
080000     PERFORM H925-CHECK-RPT-STATUS
080100     READ AUDT-CAT.
080200     PERFORM H921-CHECK-CAT-STATUS
080300 H610-END. EXIT.
080400*----------------------------------------------------------------
080500* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN, CHECK OUT
080600*                    OF THE CYCLE AND GIVE THE RUN-CONTROL LOCK
080700*                    BACK
080800*----------------------------------------------------------------
080900 H300-CLOSE-FILES.
080925*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
080950*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
080975     MOVE RETURN-CODE TO WS-SAVE-RC
081000     CLOSE AUDT-FILE.
081100     CLOSE AUDT-CAT.
081200     CLOSE AUDT-GEN.
081300     CLOSE AUDT-CARY.
081400     CLOSE CUT-RPT.
081500     PERFORM H310-END-CYCLE-STEP THRU H310-END
081600     MOVE 'D' TO LOK-FUNCTION
081700     CALL 'FBEK005' USING LOK-REQUEST
081750     MOVE WS-SAVE-RC TO RETURN-CODE.
081800 H300-END. EXIT.
081900*----------------------------------------------------------------
082000* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
082100*                       RETURN-CODE AND RECORD COUNTS
082200*----------------------------------------------------------------
082300 H310-END-CYCLE-STEP.
082400     COMPUTE WS-EXCP-COUNT = WS-BAD-DATE-COUNT + WS-EARLY-COUNT
082500     MOVE 'E'             TO CYC-FUNCTION
082600     MOVE RETURN-CODE     TO CYC-RC
082700     MOVE WS-JRNL-COUNT   TO CYC-READ-COUNT
082800     MOVE WS-GEN-WRITTEN  TO CYC-WRITE-COUNT
082900     MOVE WS-EXCP-COUNT   TO CYC-EXCP-COUNT
083000     CALL 'FBEN005' USING CYC-REQUEST
083100     MOVE CYC-RC          TO RETURN-CODE.
083200 H310-END. EXIT.
083300*----------------------------------------------------------------
083400* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
083500*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
083600*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
083700*----------------------------------------------------------------
083800 H910-ABEND-RTN.
083900     DISPLAY '*** FBEJ010 ABEND *** FILE=' WS-ABEND-FILE
084000             ' STATUS=' WS-ABEND-STATUS
084100     MOVE 16 TO RETURN-CODE
084200     PERFORM H300-CLOSE-FILES
084300     STOP RUN.
084400 H910-END. EXIT.
084500*----------------------------------------------------------------
084600* H920-CHECK-AUDT-STATUS - COMMON AUDTFILE FILE-STATUS CHECK
084700*----------------------------------------------------------------
084800 H920-CHECK-AUDT-STATUS.
084900     IF NOT AUDT-EOF AND NOT AUDT-SUCCESS
085000         MOVE 'AUDTFILE' TO WS-ABEND-FILE
085100         MOVE AUDT-ST    TO WS-ABEND-STATUS
085200         PERFORM H910-ABEND-RTN
085300     END-IF
085400 H920-END. EXIT.
085500*----------------------------------------------------------------
085600* H921-CHECK-CAT-STATUS - COMMON AUDTCAT FILE-STATUS CHECK
085700*----------------------------------------------------------------
085800 H921-CHECK-CAT-STATUS.
085900     IF NOT CAT-EOF AND NOT CAT-SUCCESS
086000         MOVE 'AUDTCAT' TO WS-ABEND-FILE
086100         MOVE CAT-ST    TO WS-ABEND-STATUS
086200         PERFORM H910-ABEND-RTN
086300     END-IF
086400 H921-END. EXIT.
086500*----------------------------------------------------------------
086600* H922-CHECK-GEN-STATUS - COMMON AUDTGEN FILE-STATUS CHECK
086700*----------------------------------------------------------------
086800 H922-CHECK-GEN-STATUS.
086900     IF NOT GEN-EOF AND NOT GEN-SUCCESS
087000         MOVE 'AUDTGEN' TO WS-ABEND-FILE
087100         MOVE GEN-ST    TO WS-ABEND-STATUS
087200         PERFORM H910-ABEND-RTN
087300     END-IF
087400 H922-END. EXIT.
087500*----------------------------------------------------------------
087600* H923-CHECK-CARY-STATUS - COMMON AUDTCARY FILE-STATUS CHECK
087700*----------------------------------------------------------------
087800 H923-CHECK-CARY-STATUS.
087900     IF NOT CARY-EOF AND NOT CARY-SUCCESS
088000         MOVE 'AUDTCARY' TO WS-ABEND-FILE
088100         MOVE CARY-ST    TO WS-ABEND-STATUS
088200         PERFORM H910-ABEND-RTN
088300     END-IF
088400 H923-END. EXIT.
088500*----------------------------------------------------------------
088600* H925-CHECK-RPT-STATUS - COMMON CUTRPT FILE-STATUS CHECK
088700*----------------------------------------------------------------
088800 H925-CHECK-RPT-STATUS.
088900     IF NOT RPT-SUCCESS
089000         MOVE 'CUTRPT'  TO WS-ABEND-FILE
089100         MOVE RPT-ST    TO WS-ABEND-STATUS
089200         PERFORM H910-ABEND-RTN
089300     END-IF
089400 H925-END. EXIT.
089500*----------------------------------------------------------------
089600* H999-PROGRAM-EXIT - PRINT WHAT THE RUN DID OR WHY IT REFUSED,
089700*                     THE COUNTS BEHIND THE PROOF AND THE
089800*                     CATALOGUE, CLOSE UP AND END THE RUN. A
089900*                     REFUSED CUT-OVER ENDS WITH RETURN-CODE 8
090000*----------------------------------------------------------------
090100 H999-PROGRAM-EXIT.
090200     IF NOT WS-CUT-REFUSED
090300         MOVE SPACES           TO CUT-GEN-REC
090400         MOVE 'GENERATION '    TO CG-LIT1
090500         MOVE WS-NEW-GEN-NO    TO CG-GEN-NO
090600         MOVE ' COVERS '       TO CG-LIT2
090700         MOVE WS-NEW-FROM      TO CG-DATE-FROM
090800         MOVE ' - '            TO CG-LIT3
090900         MOVE WS-CUT-DATE      TO CG-DATE-TO
091000         WRITE CUT-GEN-REC
091100         PERFORM H925-CHECK-RPT-STATUS
091200     END-IF
091300     MOVE SPACES                  TO CUT-TOTAL-REC
091400     MOVE 'JOURNAL ENTRIES READ:'  TO CT-LIT
091500     MOVE WS-JRNL-COUNT           TO CT-COUNT
091600     PERFORM H550-WRITE-ONE-TOTAL
091700     MOVE SPACES                  TO CUT-TOTAL-REC
091800     MOVE 'INTO THE GENERATION.:'  TO CT-LIT
091900     MOVE WS-GEN-COUNT            TO CT-COUNT
092000     PERFORM H550-WRITE-ONE-TOTAL
092100     MOVE SPACES                  TO CUT-TOTAL-REC
092200     MOVE 'CARRIED FORWARD.....:'  TO CT-LIT
092300     MOVE WS-CARY-COUNT           TO CT-COUNT
092400     PERFORM H550-WRITE-ONE-TOTAL
092500     MOVE SPACES                  TO CUT-TOTAL-REC
092600     MOVE 'NO USABLE DATE......:'  TO CT-LIT
092700     MOVE WS-BAD-DATE-COUNT       TO CT-COUNT
092800     PERFORM H550-WRITE-ONE-TOTAL
092900     MOVE SPACES                  TO CUT-TOTAL-REC
093000     MOVE 'DATED IN A GEN......:'  TO CT-LIT
093100     MOVE WS-EARLY-COUNT          TO CT-COUNT
093200     PERFORM H550-WRITE-ONE-TOTAL
093300     MOVE SPACES                  TO CUT-TOTAL-REC
093400     MOVE 'LEFTOVERS PURGED....:'  TO CT-LIT
093500     MOVE WS-PURGE-COUNT          TO CT-COUNT
093600     PERFORM H550-WRITE-ONE-TOTAL
093700     MOVE SPACES                  TO CUT-TOTAL-REC
093800     MOVE 'GENERATION READ BACK:'  TO CT-LIT
093900     MOVE WS-GEN-BACK             TO CT-COUNT
094000     PERFORM H550-WRITE-ONE-TOTAL
094100     MOVE SPACES                  TO CUT-TOTAL-REC
094200     MOVE 'CARRIED READ BACK...:'  TO CT-LIT
094300     MOVE WS-CARY-BACK            TO CT-COUNT
094400     PERFORM H550-WRITE-ONE-TOTAL
094500     MOVE SPACES                  TO CUT-TOTAL-REC
094600     MOVE 'AUDTFILE RESTARTED..:'  TO CT-LIT
094700     MOVE WS-RESTART-COUNT        TO CT-COUNT
094800     PERFORM H550-WRITE-ONE-TOTAL
094900     MOVE SPACES TO CUT-STATUS-REC
095000     IF WS-CUT-REFUSED
095100         MOVE '*** CUT-OVER REFUSED - NOTHING EMPTIED' TO CS-LIT
095200         WRITE CUT-STATUS-REC
095300         PERFORM H925-CHECK-RPT-STATUS
095400         MOVE SPACES           TO CUT-STATUS-REC
095500         MOVE WS-REFUSE-REASON TO CS-LIT
095600     ELSE
095650         IF WS-CUT-RESTART
095660             MOVE '*** EARLIER CUT-OVER FINISHED' TO CS-LIT
095670         ELSE
095700             MOVE '*** CUT-OVER DONE - AUDTFILE RESTARTED'
095750                 TO CS-LIT
095760         END-IF
095800     END-IF
095900     WRITE CUT-STATUS-REC.
096000     PERFORM H925-CHECK-RPT-STATUS
096100     PERFORM H600-PRINT-CATALOGUE THRU H600-END
096200     IF WS-CUT-REFUSED
096300         MOVE 8 TO RETURN-CODE
096400     END-IF
096500     PERFORM H300-CLOSE-FILES.
096600     STOP RUN.
096700 H999-END. EXIT.
