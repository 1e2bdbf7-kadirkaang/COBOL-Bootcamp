000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEJ005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. JOURNAL ACCESS ROUTINE,
001300*                  CALLED WITH THE JRNREQ AREA BY EVERY PROGRAM
001400*                  THAT READS THE AUDIT JOURNAL. SINCE THE
001500*                  MONTH-END CUT-OVER (FBEJ010) THE JOURNAL IS THE
001600*                  CLOSED GENERATIONS ON AUDTGEN, CATALOGUED ON
001700*                  AUDTCAT, FOLLOWED BY THE LIVE AUDTFILE. AN OPEN
001800*                  LOADS THE CATALOGUE, PROVES ITS COVERAGE HAS NO
001900*                  GAP OR OVERLAP, AND PICKS ONLY THE GENERATIONS
002000*                  WHOSE DATES OVERLAP THE CALLER'S RANGE; THE
002100*                  LIVE AUDTFILE IS LEFT UNOPENED WHEN THE RANGE
002200*                  ENDS INSIDE THE CATALOGUE. EACH READ HANDS BACK
002300*                  THE NEXT AUDT-RECORD, OLDEST GENERATION FIRST,
002400*                  AND EACH GENERATION IS COUNTED AGAINST ITS
002500*                  CATALOGUE COUNT AS IT IS LEFT. A BROKEN
002600*                  CATALOGUE, A SHORT OR LONG GENERATION OR A FILE
002700*                  THAT CANNOT BE READ STOPS THE RUN UNIT -- NO
002800*                  JOURNAL READER MAY WORK FROM PART OF THE
002900*                  JOURNAL WITHOUT KNOWING IT. A CLOSE WITH
003000*                  NOTHING OPEN IS A HARMLESS NO-OP SO EVERY
003100*                  TERMINATION PATH CAN CLOSE BLINDLY.
003110* 2026-10-15 KKG   A LIVE AUDTFILE ENTRY DATED INSIDE THE
003120*                  CATALOGUE, LEFT BY AN FBEJ010 CUT-OVER THAT
003130*                  DIED BEFORE RESTARTING AUDTFILE, NOW STOPS THE
003140*                  RUN UNIT INSTEAD OF BEING HANDED BACK A SECOND
003150*                  TIME. RERUNNING FBEJ010 FINISHES THE CUT-OVER.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL AUDT-CAT ASSIGN TO AUDTCAT
003700                       STATUS      CAT-ST.
003800     SELECT AUDT-GEN   ASSIGN  TO  AUDTGEN
003900                       ORGANIZATION INDEXED
004000                       ACCESS MODE  DYNAMIC
004100                       RECORD KEY   AGEN-KEY
004200                       STATUS      GEN-ST.
004300     SELECT OPTIONAL AUDT-FILE ASSIGN TO AUDTFILE
004400                       STATUS      AUDT-ST.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  AUDT-CAT RECORDING MODE F.
004800     COPY ACATFLD.
004900*
005000 FD  AUDT-GEN RECORDING MODE F.
005100     COPY AGENFLD.
005200*
005300 FD  AUDT-FILE RECORDING MODE F.
005400     COPY AUDTFLD.
005500*
005600 WORKING-STORAGE SECTION.
005700 01  WS-WORK-AREA.
005800     05  CAT-ST              PIC 9(02).
005900         88  CAT-EOF                    VALUE 10.
006000         88  CAT-SUCCESS                VALUE 00 97.
006100         88  CAT-NOT-FOUND              VALUE 05.
006200     05  GEN-ST              PIC 9(02).
006300         88  GEN-EOF                    VALUE 10.
006400         88  GEN-SUCCESS                VALUE 00 97.
006500         88  GEN-NOT-FOUND              VALUE 23.
006600     05  AUDT-ST             PIC 9(02).
006700         88  AUDT-EOF                   VALUE 10.
006800         88  AUDT-SUCCESS               VALUE 00 97.
006900         88  AUDT-NOT-FOUND             VALUE 05.
007000*----------------------------------------------------------------
007100* THE CATALOGUE, HELD IN GENERATION ORDER FOR THE LIFE OF THE
007200* OPEN. SIX HUNDRED MONTHLY GENERATIONS IS FIFTY YEARS; A LONGER
007300* CATALOGUE IS A HARD STOP, NOT A SHORT JOURNAL
007400*----------------------------------------------------------------
007500 01  WS-CAT-TABLE.
007600     05  WS-CAT-ENTRY        OCCURS 600 TIMES.
007700         10  WS-CT-GEN-NO    PIC 9(05).
007800         10  WS-CT-DATE-FROM PIC 9(08).
007900         10  WS-CT-DATE-TO   PIC 9(08).
008000         10  WS-CT-COUNT     PIC 9(07).
008100 01  WS-CAT-USED             PIC 9(03) COMP VALUE 0.
008200 01  WS-CAT-SUB              PIC 9(03) COMP.
008300 01  WS-CAT-PREV             PIC 9(03) COMP.
008400 01  WS-NEXT-DAY             PIC 9(08).
008500*----------------------------------------------------------------
008600* WHERE THE OPEN JOURNAL STANDS: THE RANGE OF CATALOGUE ENTRIES
008700* PICKED FOR THE CALLER, THE ONE BEING READ AND HOW MANY OF ITS
008800* RECORDS HAVE COME BACK, AND WHETHER THE LIVE AUDTFILE IS WANTED
008900*----------------------------------------------------------------
009000 01  WS-FIRST-GEN-SUB        PIC 9(03) COMP VALUE 0.
009100 01  WS-LAST-GEN-SUB         PIC 9(03) COMP VALUE 0.
009200 01  WS-GEN-SUB              PIC 9(03) COMP VALUE 0.
009300 01  WS-GEN-READ             PIC 9(07) COMP VALUE 0.
009400 01  WS-PHASE-SW             PIC X(01) VALUE 'C'.
009500     88  WS-PHASE-GENS               VALUE 'G'.
009600     88  WS-PHASE-LIVE               VALUE 'L'.
009700     88  WS-PHASE-ENDED              VALUE 'E'.
009800     88  WS-PHASE-CLOSED             VALUE 'C'.
009900 01  WS-LIVE-SW              PIC X(01).
010000     88  WS-LIVE-WANTED              VALUE 'Y'.
010100 01  WS-GEN-OPEN-SW          PIC X(01) VALUE 'N'.
010200     88  WS-GEN-OPEN                 VALUE 'Y'.
010300 01  WS-LIVE-OPEN-SW         PIC X(01) VALUE 'N'.
010400     88  WS-LIVE-OPEN                VALUE 'Y'.
010500 01  WS-GEN-DONE-SW          PIC X(01).
010600     88  WS-GEN-AT-END               VALUE 'Y'.
010700 01  WS-READ-DONE-SW         PIC X(01).
010800     88  WS-READ-DONE                VALUE 'Y'.
010900 01  WS-ABEND-INFO.
011000     05  WS-ABEND-FILE       PIC X(08).
011100     05  WS-ABEND-STATUS     PIC X(02).
011200*
011300 LINKAGE SECTION.
011400     COPY JRNREQ.
011500*----------------------------------------------------------------
011600 PROCEDURE DIVISION USING JRN-REQUEST.
011700*----------------------------------------------------------------
011800* 0000-MAIN - APPLY ONE JOURNAL REQUEST AND GO BACK TO THE CALLER
011900*----------------------------------------------------------------
012000 0000-MAIN.
012100     EVALUATE TRUE
012200         WHEN JRN-OPEN
012300             PERFORM H100-OPEN-JOURNAL THRU H100-END
012400         WHEN JRN-READ
012500             PERFORM H200-READ-JOURNAL THRU H200-END
012600         WHEN JRN-CLOSE
012700             PERFORM H300-CLOSE-JOURNAL THRU H300-END
012800         WHEN OTHER
012900             DISPLAY '*** FBEJ005 ABEND *** BAD FUNCTION '
013000                     JRN-FUNCTION ' FROM ' JRN-PGM-NAME
013100             MOVE 16 TO RETURN-CODE
013200             STOP RUN
013300     END-EVALUATE
013400     GOBACK.
013500*----------------------------------------------------------------
013600* H100-OPEN-JOURNAL - LOAD AND PROVE THE CATALOGUE, PICK THE
013700*                     GENERATIONS THAT OVERLAP THE CALLER'S DATES,
013800*                     DECIDE WHETHER THE LIVE AUDTFILE IS NEEDED
013900*                     AND POSITION ON THE FIRST SOURCE
014000*----------------------------------------------------------------
014100 H100-OPEN-JOURNAL.
014200     PERFORM H300-CLOSE-JOURNAL THRU H300-END
014300     PERFORM H110-LOAD-CATALOGUE THRU H110-END
014400     MOVE 0 TO WS-FIRST-GEN-SUB WS-LAST-GEN-SUB
014500     PERFORM H130-PICK-ONE-GEN THRU H130-END
014600         VARYING WS-CAT-SUB FROM 1 BY 1
014700         UNTIL WS-CAT-SUB > WS-CAT-USED
014800*    THE LIVE AUDTFILE ONLY HOLDS DATES AFTER THE LAST CATALOGUED
014900*    GENERATION, SO A RANGE ENDING INSIDE THE CATALOGUE SKIPS IT
015000     MOVE 'Y' TO WS-LIVE-SW
015100     IF JRN-DATE-TO > 0 AND WS-CAT-USED > 0
015200         IF JRN-DATE-TO NOT > WS-CT-DATE-TO(WS-CAT-USED)
015300             MOVE 'N' TO WS-LIVE-SW
015400         END-IF
015500     END-IF
015600     MOVE 0 TO JRN-GEN-COUNT
015700     IF WS-FIRST-GEN-SUB > 0
015800         COMPUTE JRN-GEN-COUNT = WS-LAST-GEN-SUB
015900                               - WS-FIRST-GEN-SUB + 1
016000         OPEN INPUT AUDT-GEN
016100         IF NOT GEN-SUCCESS
016200             MOVE 'AUDTGEN' TO WS-ABEND-FILE
016300             MOVE GEN-ST    TO WS-ABEND-STATUS
016400             PERFORM H910-ABEND-RTN
016500         END-IF
016600         MOVE 'Y' TO WS-GEN-OPEN-SW
016700         MOVE WS-FIRST-GEN-SUB TO WS-GEN-SUB
016800         PERFORM H140-START-GENERATION THRU H140-END
016900         MOVE 'G' TO WS-PHASE-SW
017000     ELSE
017100         PERFORM H160-START-LIVE THRU H160-END
017200     END-IF
017300     MOVE 00 TO JRN-ST
017400 H100-END. EXIT.
017500*----------------------------------------------------------------
017600* H110-LOAD-CATALOGUE - READ AUDTCAT INTO WS-CAT-TABLE, PROVING AS
017700*                       EACH ENTRY COMES IN THAT IT FOLLOWS ON
017800*                       FROM THE ONE BEFORE. NO CATALOGUE MEANS NO
017900*                       GENERATION HAS BEEN CLOSED YET
018000*----------------------------------------------------------------
018100 H110-LOAD-CATALOGUE.
018200     MOVE 0 TO WS-CAT-USED
018300     OPEN INPUT AUDT-CAT.
018400     IF NOT CAT-SUCCESS AND NOT CAT-NOT-FOUND
018500         MOVE 'AUDTCAT' TO WS-ABEND-FILE
018600         MOVE CAT-ST    TO WS-ABEND-STATUS
018700         PERFORM H910-ABEND-RTN
018800     END-IF
018900     READ AUDT-CAT.
019000     PERFORM H920-CHECK-CAT-STATUS
019100     PERFORM H115-LOAD-ONE-ENTRY THRU H115-END UNTIL CAT-EOF
019200     CLOSE AUDT-CAT.
019300 H110-END. EXIT.
019400*----------------------------------------------------------------
019500* H115-LOAD-ONE-ENTRY - TAKE ONE CATALOGUE ENTRY INTO THE TABLE,
019600*                       PROVE IT AND READ THE NEXT ONE
019700*----------------------------------------------------------------
019800 H115-LOAD-ONE-ENTRY.
019900     IF WS-CAT-USED >= 600
020000         DISPLAY '*** FBEJ005 ABEND *** CATALOGUE TABLE FULL'
020100         MOVE 16 TO RETURN-CODE
020200         STOP RUN
020300     END-IF
020400     ADD 1 TO WS-CAT-USED
020500     MOVE WS-CAT-USED    TO WS-CAT-SUB
020600     MOVE ACAT-GEN-NO    TO WS-CT-GEN-NO(WS-CAT-SUB)
020700     MOVE ACAT-DATE-FROM TO WS-CT-DATE-FROM(WS-CAT-SUB)
020800     MOVE ACAT-DATE-TO   TO WS-CT-DATE-TO(WS-CAT-SUB)
020900     MOVE ACAT-COUNT     TO WS-CT-COUNT(WS-CAT-SUB)
021000     PERFORM H120-PROVE-ONE-ENTRY THRU H120-END
021100     READ AUDT-CAT.
021200     PERFORM H920-CHECK-CAT-STATUS
021300 H115-END. EXIT.
021400*----------------------------------------------------------------
021500* H120-PROVE-ONE-ENTRY - AN ENTRY MUST CARRY NUMERIC FIELDS, END
021600*                        NO EARLIER THAN IT STARTS, TAKE THE NEXT
021700*                        GENERATION NUMBER AND START THE DAY AFTER
021800*                        THE ENTRY BEFORE IT ENDS. ANYTHING ELSE
021900*                        IS A GAP OR AN OVERLAP IN THE JOURNAL
022000*----------------------------------------------------------------
022100 H120-PROVE-ONE-ENTRY.
022200     IF ACAT-GEN-NO NOT NUMERIC OR ACAT-DATE-FROM NOT NUMERIC
022300        OR ACAT-DATE-TO NOT NUMERIC OR ACAT-COUNT NOT NUMERIC
022400        OR ACAT-DATE-FROM > ACAT-DATE-TO
022500         GO TO H120-BROKEN
022600     END-IF
022700     IF WS-CAT-SUB = 1
022800         IF ACAT-GEN-NO NOT = 1
022900             GO TO H120-BROKEN
023000         END-IF
023100         GO TO H120-END
023200     END-IF
023300     COMPUTE WS-CAT-PREV = WS-CAT-SUB - 1
023400     IF ACAT-GEN-NO NOT = WS-CT-GEN-NO(WS-CAT-PREV) + 1
023500         GO TO H120-BROKEN
023600     END-IF
023700     COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
023800             FUNCTION INTEGER-OF-DATE(WS-CT-DATE-TO(WS-CAT-PREV))
023900             + 1)
024000     IF ACAT-DATE-FROM = WS-NEXT-DAY
024100         GO TO H120-END
024200     END-IF
024300 H120-BROKEN.
024400     DISPLAY '*** FBEJ005 ABEND *** AUDTCAT GAP OR OVERLAP AT '
024500             'ENTRY ' WS-CAT-SUB ' GEN ' ACAT-GEN-NO
024600             ' FOR ' JRN-PGM-NAME
024700     MOVE 16 TO RETURN-CODE
024800     STOP RUN.
024900 H120-END. EXIT.
025000*----------------------------------------------------------------
025100* H130-PICK-ONE-GEN - TAKE ONE GENERATION INTO THE RANGE TO BE
025200*                     READ WHEN ITS DATES OVERLAP THE CALLER'S.
025300*                     THE COVERAGE IS CONTIGUOUS, SO THE PICKED
025400*                     ENTRIES ARE TOO
025500*----------------------------------------------------------------
025600 H130-PICK-ONE-GEN.
025700     IF JRN-DATE-FROM > 0
025800         IF WS-CT-DATE-TO(WS-CAT-SUB) < JRN-DATE-FROM
025900             GO TO H130-END
026000         END-IF
026100     END-IF
026200     IF JRN-DATE-TO > 0
026300         IF WS-CT-DATE-FROM(WS-CAT-SUB) > JRN-DATE-TO
026400             GO TO H130-END
026500         END-IF
026600     END-IF
026700     IF WS-FIRST-GEN-SUB = 0
026800         MOVE WS-CAT-SUB TO WS-FIRST-GEN-SUB
026900     END-IF
027000     MOVE WS-CAT-SUB TO WS-LAST-GEN-SUB
027100 H130-END. EXIT.
027200*----------------------------------------------------------------
027300* H140-START-GENERATION - POSITION AUDTGEN ON THE FIRST RECORD OF
027400*                         THE GENERATION IN WS-GEN-SUB. A
027500*                         GENERATION WITH NO RECORDS AT ALL (A
027600*                         MONTH WITH NO CHANGES) IS AT ITS END
027700*                         STRAIGHT AWAY
027800*----------------------------------------------------------------
027900 H140-START-GENERATION.
028000     MOVE 0   TO WS-GEN-READ
028100     MOVE 'N' TO WS-GEN-DONE-SW
028200     MOVE WS-CT-GEN-NO(WS-GEN-SUB) TO AGEN-GEN-NO
028300     MOVE 0                        TO AGEN-REC-NO
028400     START AUDT-GEN KEY IS >= AGEN-KEY
028500         INVALID KEY
028600             CONTINUE
028700     END-START
028800     IF GEN-NOT-FOUND
028900         MOVE 'Y' TO WS-GEN-DONE-SW
029000         GO TO H140-END
029100     END-IF
029200     PERFORM H921-CHECK-GEN-STATUS
029300 H140-END. EXIT.
029400*----------------------------------------------------------------
029500* H160-START-LIVE - OPEN THE LIVE AUDTFILE WHEN THE CALLER'S DATES
029600*                   REACH IT, OTHERWISE END THE JOURNAL HERE
029700*----------------------------------------------------------------
029800 H160-START-LIVE.
029900     IF NOT WS-LIVE-WANTED
030000         MOVE 'E' TO WS-PHASE-SW
030100         GO TO H160-END
030200     END-IF
030300     OPEN INPUT AUDT-FILE.
030400     IF NOT AUDT-SUCCESS AND NOT AUDT-NOT-FOUND
030500         MOVE 'AUDTFILE' TO WS-ABEND-FILE
030600         MOVE AUDT-ST    TO WS-ABEND-STATUS
030700         PERFORM H910-ABEND-RTN
030800     END-IF
030900     MOVE 'Y' TO WS-LIVE-OPEN-SW
031000     MOVE 'L' TO WS-PHASE-SW
031100 H160-END. EXIT.
031200*----------------------------------------------------------------
031300* H200-READ-JOURNAL - HAND BACK THE NEXT JOURNAL RECORD, MOVING ON
031400*                     THROUGH THE GENERATIONS AND INTO THE LIVE
031500*                     AUDTFILE AS EACH SOURCE RUNS OUT
031600*----------------------------------------------------------------
031700 H200-READ-JOURNAL.
031800     MOVE 'N' TO WS-READ-DONE-SW
031900     PERFORM H210-TRY-ONE-READ THRU H210-END
032000         UNTIL WS-READ-DONE
032100 H200-END. EXIT.
032200*----------------------------------------------------------------
032300* H210-TRY-ONE-READ - READ FROM THE SOURCE IN HAND. RUNNING OFF
032400*                     THE END OF A GENERATION MOVES TO THE NEXT
032500*                     SOURCE AND LEAVES THE READ TO BE TRIED
032550*                     AGAIN. EACH LIVE ENTRY IS CHECKED AGAINST
032575*                     THE CATALOGUE ON THE WAY BACK
032600*----------------------------------------------------------------
032700 H210-TRY-ONE-READ.
032800     IF WS-PHASE-GENS
032900         PERFORM H220-READ-GENERATION THRU H220-END
033000         GO TO H210-END
033100     END-IF
033200     IF WS-PHASE-LIVE
033300         READ AUDT-FILE
033400         PERFORM H922-CHECK-AUDT-STATUS
033500         IF AUDT-EOF
033600             MOVE 'E' TO WS-PHASE-SW
033700             MOVE 10  TO JRN-ST
033800         ELSE
033900             MOVE AUDT-RECORD TO JRN-RECORD
034000             MOVE 00  TO JRN-ST
034050             PERFORM H240-CHECK-LIVE-DATE THRU H240-END
034100         END-IF
034200         MOVE 'Y' TO WS-READ-DONE-SW
034300         GO TO H210-END
034400     END-IF
034500     MOVE 10  TO JRN-ST
034600     MOVE 'Y' TO WS-READ-DONE-SW
034700 H210-END. EXIT.
034800*----------------------------------------------------------------
034900* H220-READ-GENERATION - READ THE NEXT RECORD OF THE GENERATION IN
035000*                        HAND. A RECORD OF A LATER GENERATION, OR
035100*                        THE END OF AUDTGEN, CLOSES THIS ONE OFF
035200*----------------------------------------------------------------
035300 H220-READ-GENERATION.
035400     IF NOT WS-GEN-AT-END
035500         READ AUDT-GEN NEXT RECORD
035600         PERFORM H921-CHECK-GEN-STATUS
035700         IF GEN-EOF
035800             MOVE 'Y' TO WS-GEN-DONE-SW
035900         ELSE
036000             IF AGEN-GEN-NO NOT = WS-CT-GEN-NO(WS-GEN-SUB)
036100                 MOVE 'Y' TO WS-GEN-DONE-SW
036200             END-IF
036300         END-IF
036400     END-IF
036500     IF WS-GEN-AT-END
036600         PERFORM H230-END-GENERATION THRU H230-END
036700         GO TO H220-END
036800     END-IF
036900     ADD 1 TO WS-GEN-READ
037000     MOVE AGEN-AUDT-IMAGE TO JRN-RECORD
037100     MOVE 00  TO JRN-ST
037200     MOVE 'Y' TO WS-READ-DONE-SW
037300 H220-END. EXIT.
037400*----------------------------------------------------------------
037500* H230-END-GENERATION - PROVE THE GENERATION JUST FINISHED GAVE
037600*                       BACK EXACTLY ITS CATALOGUE COUNT, THEN
037700*                       START THE NEXT PICKED GENERATION OR THE
037800*                       LIVE AUDTFILE
037900*----------------------------------------------------------------
038000 H230-END-GENERATION.
038100     IF WS-GEN-READ NOT = WS-CT-COUNT(WS-GEN-SUB)
038200         DISPLAY '*** FBEJ005 ABEND *** AUDTGEN GEN '
038300                 WS-CT-GEN-NO(WS-GEN-SUB) ' HOLDS ' WS-GEN-READ
038400                 ' CATALOGUED ' WS-CT-COUNT(WS-GEN-SUB)
038500                 ' FOR ' JRN-PGM-NAME
038600         MOVE 16 TO RETURN-CODE
038700         STOP RUN
038800     END-IF
038900     ADD 1 TO WS-GEN-SUB
039000     IF WS-GEN-SUB > WS-LAST-GEN-SUB
039100         CLOSE AUDT-GEN
039200         MOVE 'N' TO WS-GEN-OPEN-SW
039300         PERFORM H160-START-LIVE THRU H160-END
039400     ELSE
039500         PERFORM H140-START-GENERATION THRU H140-END
039600     END-IF
039700 H230-END. EXIT.
039710*----------------------------------------------------------------
039720* H240-CHECK-LIVE-DATE - THE LIVE AUDTFILE MAY ONLY HOLD DATES
039730*                        AFTER THE LAST CATALOGUED GENERATION. ONE
039740*                        DATED INSIDE IT IS ALREADY ON AUDTGEN, SO
039750*                        A CUT-OVER DIED HALF DONE AND THE
039760*                        JOURNAL IS NOT FIT TO BE READ UNTIL
039770*                        FBEJ010 IS RUN AGAIN FOR THE SAME CUT-OFF
039780*----------------------------------------------------------------
039790 H240-CHECK-LIVE-DATE.
039791     IF WS-CAT-USED > 0
039792        AND AUDT-DATE NOT > WS-CT-DATE-TO(WS-CAT-USED)
039793         DISPLAY '*** FBEJ005 ABEND *** AUDTFILE HOLDS ENTRIES '
039794                 'CATALOGUED IN GEN ' WS-CT-GEN-NO(WS-CAT-USED)
039795                 ' - RERUN FBEJ010 - FOR ' JRN-PGM-NAME
039796         MOVE 16 TO RETURN-CODE
039797         STOP RUN
039798     END-IF
039799 H240-END. EXIT.
039800*----------------------------------------------------------------
039900* H300-CLOSE-JOURNAL - CLOSE WHATEVER SOURCE IS STILL OPEN
040000*----------------------------------------------------------------
040100 H300-CLOSE-JOURNAL.
040200     IF WS-GEN-OPEN
040300         CLOSE AUDT-GEN
040400         MOVE 'N' TO WS-GEN-OPEN-SW
040500     END-IF
040600     IF WS-LIVE-OPEN
040700         CLOSE AUDT-FILE
040800         MOVE 'N' TO WS-LIVE-OPEN-SW
040900     END-IF
041000     MOVE 'C' TO WS-PHASE-SW
041100     MOVE 10  TO JRN-ST
041200 H300-END. EXIT.
041300*----------------------------------------------------------------
041400* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND STOP THE RUN UNIT
041500*                  WITH RETURN-CODE 16
041600*----------------------------------------------------------------
041700 H910-ABEND-RTN.
041800     DISPLAY '*** FBEJ005 ABEND *** FILE=' WS-ABEND-FILE
041900             ' STATUS=' WS-ABEND-STATUS ' FOR ' JRN-PGM-NAME
042000     MOVE 16 TO RETURN-CODE
042100     STOP RUN.
042200 H910-END. EXIT.
042300*----------------------------------------------------------------
042400* H920-CHECK-CAT-STATUS - COMMON AUDTCAT FILE-STATUS CHECK
042500*----------------------------------------------------------------
042600 H920-CHECK-CAT-STATUS.
042700     IF NOT CAT-EOF AND NOT CAT-SUCCESS
042800         MOVE 'AUDTCAT' TO WS-ABEND-FILE
042900         MOVE CAT-ST    TO WS-ABEND-STATUS
043000         PERFORM H910-ABEND-RTN
043100     END-IF
043200 H920-END. EXIT.
043300*----------------------------------------------------------------
043400* H921-CHECK-GEN-STATUS - COMMON AUDTGEN FILE-STATUS CHECK
043500*----------------------------------------------------------------
043600 H921-CHECK-GEN-STATUS.
043700     IF NOT GEN-EOF AND NOT GEN-SUCCESS
043800         MOVE 'AUDTGEN' TO WS-ABEND-FILE
043900         MOVE GEN-ST    TO WS-ABEND-STATUS
044000         PERFORM H910-ABEND-RTN
044100     END-IF
044200 H921-END. EXIT.
044300*----------------------------------------------------------------
044400* H922-CHECK-AUDT-STATUS - COMMON AUDTFILE FILE-STATUS CHECK
044500*----------------------------------------------------------------
044600 H922-CHECK-AUDT-STATUS.
044700     IF NOT AUDT-EOF AND NOT AUDT-SUCCESS
044800         MOVE 'AUDTFILE' TO WS-ABEND-FILE
044900         MOVE AUDT-ST    TO WS-ABEND-STATUS
045000         PERFORM H910-ABEND-RTN
045100     END-IF
045200 H922-END. EXIT.
