000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBEF005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. WEEKLY COMPARISON OF THE HR
001300*                  SYSTEM'S FULL STAFF LIST (HRFEED) AGAINST THE
001400*                  ACCTREC MASTER. EACH FEED ROW IS MATCHED ON
001500*                  ACCT-NATL-ID THROUGH THE ALTERNATE KEY, FALLING
001600*                  BACK TO ACCT-SEQ, AND THE DIFFERENCES ARE
001700*                  WRITTEN TO FEEDTRAN AS READY-TO-APPLY FBEM005
001800*                  TRANSACTIONS: AN 'I' FOR A PERSON NOT ON
001900*                  ACCTREC, A 'D' FOR A RECORD NO FEED ROW
002000*                  MATCHED, AND A 'U' CARRYING ONLY THE CHANGED
002100*                  NAME, SURNAME, BIRTH DATE, DEPARTMENT, ADDRESS
002200*                  OR NATIONAL ID FOR A MATCHED PERSON WHOSE
002300*                  RECORD DIFFERS. A ROW THAT CANNOT BE DECIDED
002400*                  (NO USABLE KEY, A NATIONAL ID UNDER TWO KEYS,
002500*                  AN UNKNOWN DEPARTMENT CODE AND THE LIKE) GOES
002600*                  TO THE DISCRPT DISCREPANCY REPORT INSTEAD, AND
002700*                  THE RECORD IT POINTS AT IS NEVER DELETED. THE
002800*                  REPORT ENDS WITH CONTROL TOTALS PROVING FEED
002900*                  ROWS = MATCHED + INSERTS + UNRESOLVED; ANY
003000*                  UNRESOLVED ROW ENDS THE RUN WITH RETURN-CODE 8.
003020* 2026-10-15 KKG   THE RETURN-CODE THE RUN ENDS WITH IS NOW KEPT
003040*                  ACROSS THE CLOSING CALL THAT GIVES BACK THE
003060*                  RUN-CONTROL LOCK, WHICH USED TO HAND BACK ZERO
003080*                  IN ITS PLACE.
003083* 2026-10-15 KKG   A ROW FOUND ONLY BY ITS ACCT-SEQ IS MATCHED
003086*                  ONLY WHEN THE ROW OR THE RECORD UNDER THAT KEY
003089*                  HAS NO NATIONAL ID, OR THE TWO AGREE. A KEY
003092*                  HELD BY ANOTHER NATIONAL ID IS HELD BACK FROM
003095*                  THE DELETES AND THE ROW REPORTED UNRESOLVED.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HR-FEED    ASSIGN  TO  HRFEED
003600                       STATUS      FEED-ST.
003700     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
003800                       ORGANIZATION INDEXED
003900                       ACCESS MODE  DYNAMIC
004000                       RECORD KEY   ACCT-SEQ
004100                       ALTERNATE RECORD KEY ACCT-NATL-ID
004200                           WITH DUPLICATES
004300                       STATUS      ACCT-ST.
004400     SELECT DEPT-MST   ASSIGN  TO  DEPTMST
004500                       ORGANIZATION INDEXED
004600                       ACCESS MODE  RANDOM
004700                       RECORD KEY   DEPT-CODE
004800                       STATUS      DEPT-ST.
004900     SELECT NEW-TRAN   ASSIGN  TO  FEEDTRAN
005000                       STATUS      NTRN-ST.
005100     SELECT DISC-RPT   ASSIGN  TO  DISCRPT
005200                       STATUS      RPT-ST.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HR-FEED RECORDING MODE F.
005600 01  HRF-RECORD.
005700     05  HRF-NATL-ID         PIC X(11).
005800     05  HRF-SEQ             PIC X(04).
005900     05  HRF-AD              PIC X(15).
006000     05  HRF-SOYAD           PIC X(15).
006100     05  HRF-DTAR            PIC 9(08).
006200     05  HRF-DEPT-CODE       PIC X(04).
006300     05  HRF-ADDR.
006400         10  HRF-ADDR-LINE1  PIC X(20).
006500         10  HRF-ADDR-LINE2  PIC X(20).
006600         10  HRF-ADDR-CITY   PIC X(15).
006700         10  HRF-ADDR-POSTAL PIC X(05).
006800*
006900 FD  ACCT-REC RECORDING MODE F.
007000     COPY ACCTFLD.
007100*
007200 FD  DEPT-MST RECORDING MODE F.
007300     COPY DEPTFLD.
007400*
007500 FD  NEW-TRAN RECORDING MODE F.
007600 01  TRAN-RECORD.
007700     05  TRAN-FUNCTION       PIC X(01).
007800     COPY ACCTFLD REPLACING
007900         ==01 ACCT-FIELDS==     BY ==05 TRAN-FIELDS==
008000         ==05 ACCT-SEQ==        BY ==10 TRAN-SEQ==
008100         ==05 ACCT-AD==         BY ==10 TRAN-AD==
008200         ==05 ACCT-SOYAD==      BY ==10 TRAN-SOYAD==
008300         ==05 ACCT-DTAR==       BY ==10 TRAN-DTAR==
008400         ==05 ACCT-TODAY==      BY ==10 TRAN-TODAY==
008500         ==05 ACCT-NATL-ID==    BY ==10 TRAN-NATL-ID==
008600         ==05 ACCT-DEPT-CODE==
008700             BY ==10 TRAN-DEPT-CODE==
008800         ==05 ACCT-ADDR==       BY ==10 TRAN-ADDR==
008900         ==10 ACCT-ADDR-LINE1==
009000             BY ==15 TRAN-ADDR-LINE1==
009100         ==10 ACCT-ADDR-LINE2==
009200             BY ==15 TRAN-ADDR-LINE2==
009300         ==10 ACCT-ADDR-CITY==
009400             BY ==15 TRAN-ADDR-CITY==
009500         ==10 ACCT-ADDR-POSTAL==
009600             BY ==15 TRAN-ADDR-POSTAL==.
009700*
009800 FD  DISC-RPT RECORDING MODE F.
009900 01  DISC-DETAIL-REC.
010000     05  DR-NATL-ID          PIC X(11).
010100     05  FILLER              PIC X(01).
010200     05  DR-SEQ              PIC X(04).
010300     05  FILLER              PIC X(01).
010400     05  DR-AD               PIC X(15).
010500     05  FILLER              PIC X(01).
010600     05  DR-SOYAD            PIC X(15).
010700     05  FILLER              PIC X(01).
010800     05  DR-REASON           PIC X(30).
010900     05  FILLER              PIC X(01).
011000 01  DISC-TOTAL-REC.
011100     05  FILLER              PIC X(04).
011200     05  DT-LIT              PIC X(30).
011300     05  DT-COUNT            PIC ZZZZZZ9.
011400     05  FILLER              PIC X(39).
011500 01  DISC-STATUS-REC.
011600     05  DS-LIT              PIC X(40).
011700     05  FILLER              PIC X(40).
011800*
011900 WORKING-STORAGE SECTION.
012000 01  WS-WORK-AREA.
012100     05  FEED-ST             PIC 9(02).
012200         88  FEED-EOF                   VALUE 10.
012300         88  FEED-SUCCESS               VALUE 00 97.
012400     05  ACCT-ST             PIC 9(02).
012500         88  ACCT-SUCCESS               VALUE 00 97.
012600         88  ACCT-DUP-ALT               VALUE 02.
012700         88  ACCT-EOF                   VALUE 10.
012800         88  ACCT-NOT-FOUND             VALUE 23.
012900     05  DEPT-ST             PIC 9(02).
013000         88  DEPT-SUCCESS               VALUE 00 97.
013100         88  DEPT-NOT-FOUND             VALUE 23.
013200     05  NTRN-ST             PIC 9(02).
013300         88  NTRN-SUCCESS               VALUE 00 97.
013400     05  RPT-ST              PIC 9(02).
013500         88  RPT-SUCCESS                VALUE 00 97.
013600*----------------------------------------------------------------
013700* EVERY ACCT-SEQ ON THE MASTER AT START OF RUN, IN KEY ORDER, WITH
013800* WHAT THE FEED DID TO IT: NOT YET SEEN, MATCHED BY A FEED ROW, OR
013900* HELD BACK BECAUSE A ROW THAT POINTS AT IT COULD NOT BE DECIDED.
014000* ONLY THE NOT-SEEN ENTRIES BECOME DELETES AT END OF RUN. SIZED TO
014100* THE WHOLE ACCT-SEQ KEYSPACE, AS FBEI005'S ID TABLE IS
014200*----------------------------------------------------------------
014300 01  WS-KEY-TABLE.
014400     05  WS-KEY-ENTRY        OCCURS 10000 TIMES.
014500         10  WS-KY-SEQ       PIC X(04).
014600         10  WS-KY-STATE     PIC X(01).
014700             88  WS-KY-NOT-SEEN         VALUE 'N'.
014800             88  WS-KY-MATCHED          VALUE 'M'.
014900             88  WS-KY-HELD-BACK        VALUE 'H'.
015000 01  WS-KEY-USED             PIC 9(05) COMP VALUE 0.
015100 01  WS-KEY-SUB              PIC 9(05) COMP.
015200 01  WS-KEY-FOUND-SUB        PIC 9(05) COMP.
015300 01  WS-LOOKUP-SEQ           PIC X(04).
015400*----------------------------------------------------------------
015500* THE PEOPLE THIS RUN HAS ALREADY WRITTEN AN INSERT FOR, SO A
015600* SECOND FEED ROW FOR THE SAME NATIONAL ID OR THE SAME NEW
015700* ACCT-SEQ IS REPORTED RATHER THAN INSERTED TWICE
015800*----------------------------------------------------------------
015900 01  WS-INS-TABLE.
016000     05  WS-INS-ENTRY        OCCURS 2000 TIMES.
016100         10  WS-IN-NATL-ID   PIC X(11).
016200         10  WS-IN-SEQ       PIC X(04).
016300 01  WS-INS-USED             PIC 9(04) COMP VALUE 0.
016400 01  WS-INS-SUB              PIC 9(04) COMP.
016500 01  WS-INS-FOUND-SUB        PIC 9(04) COMP.
016600*----------------------------------------------------------------
016700* MATCHING AND COMPARISON WORK AREAS
016800*----------------------------------------------------------------
016900 01  WS-LOC-SW               PIC X(01).
017000     88  WS-LOC-FOUND                VALUE 'F'.
017100     88  WS-LOC-NOT-FOUND            VALUE 'N'.
017200     88  WS-LOC-AMBIGUOUS            VALUE 'A'.
017250     88  WS-LOC-OTHER-ID             VALUE 'O'.
017300 01  WS-ROW-VALID-SW         PIC X(01).
017400     88  WS-ROW-VALID                VALUE 'Y'.
017500     88  WS-ROW-INVALID              VALUE 'N'.
017600 01  WS-CHANGED-SW           PIC X(01).
017700     88  WS-ROW-CHANGED              VALUE 'Y'.
017800 01  WS-DISC-REASON          PIC X(30).
017900 01  WS-HOLD-NATL-ID         PIC X(11).
018000 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
018100*----------------------------------------------------------------
018200* RUN TOTALS. EVERY FEED ROW ENDS UP MATCHED, INSERTED OR
018300* UNRESOLVED, WHICH THE BALANCE LINE PROVES
018400*----------------------------------------------------------------
018500 01  WS-FEED-COUNT           PIC 9(07) COMP VALUE 0.
018600 01  WS-MATCH-COUNT          PIC 9(07) COMP VALUE 0.
018700 01  WS-SAME-COUNT           PIC 9(07) COMP VALUE 0.
018800 01  WS-UPDATE-COUNT         PIC 9(07) COMP VALUE 0.
018900 01  WS-INSERT-COUNT         PIC 9(07) COMP VALUE 0.
019000 01  WS-UNRES-COUNT          PIC 9(07) COMP VALUE 0.
019100 01  WS-DELETE-COUNT         PIC 9(07) COMP VALUE 0.
019200 01  WS-TRAN-COUNT           PIC 9(07) COMP VALUE 0.
019300 01  WS-BALANCE-COUNT        PIC 9(08) COMP VALUE 0.
019400*----------------------------------------------------------------
019500* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
019600* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
019700*----------------------------------------------------------------
019800     COPY LOKREQ.
019900*----------------------------------------------------------------
020000* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
020100* THIS STEP IN AND OUT OF THE CYCLE
020200*----------------------------------------------------------------
020300     COPY CYCREQ.
020316*----------------------------------------------------------------
020332* THE RUN'S OWN RETURN-CODE, KEPT ASIDE WHILE THE CLOSING
020348* CALLS HAND BACK THEIRS
020364*----------------------------------------------------------------
020380 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
020400 01  WS-ABEND-INFO.
020500     05  WS-ABEND-FILE       PIC X(08).
020600     05  WS-ABEND-STATUS     PIC X(02).
020700*----------------------------------------------------------------
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------
021000* 0000-MAIN - LOAD THE MASTER'S KEYS, RESOLVE EVERY FEED ROW, THEN
021100*             DELETE WHOEVER THE FEED NO LONGER CARRIES AND PRINT
021200*             THE CONTROL TOTALS
021300*----------------------------------------------------------------
021400 0000-MAIN.
021500     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
021600     PERFORM H100-OPEN-FILES.
021700     PERFORM H110-LOAD-KEYS THRU H110-END.
021800     PERFORM H200-PROCESS THRU H200-END UNTIL FEED-EOF.
021900     PERFORM H400-WRITE-DELETES THRU H400-END.
022000     PERFORM H999-PROGRAM-EXIT.
022100*----------------------------------------------------------------
022200* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
022300*                         IT IS RUN ON REQUEST WHEN THE WEEKLY
022400*                         FEED ARRIVES, BUT ONCE PER BUSINESS
022500*                         DATE, OR THE RUN ENDS WITH THE
022600*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
022700*                         ANYTHING OPENS
022800*----------------------------------------------------------------
022900 H050-BEGIN-CYCLE-STEP.
023000     MOVE 'B'        TO CYC-FUNCTION
023100     MOVE 'FBEF005 ' TO CYC-STEP
023200     CALL 'FBEN005' USING CYC-REQUEST
023300     IF NOT CYC-GO
023400         DISPLAY '*** FBEF005 *** REFUSED BY CYCLE CONTROL'
023500         MOVE CYC-REPLY-RC TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800 H050-END. EXIT.
023900*----------------------------------------------------------------
024000* H100-OPEN-FILES - TAKE THE RUN-CONTROL LOCK, OPEN THE FEED, THE
024100*                   MASTERS AND THE OUTPUTS, SET THE RUN DATE AND
024200*                   PRIME THE FEED READ
024300*----------------------------------------------------------------
024400 H100-OPEN-FILES.
024500*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
024600*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
024700     MOVE 'S'        TO LOK-FUNCTION
024800     MOVE 'FBEF005 ' TO LOK-PGM-NAME
024900     CALL 'FBEK005' USING LOK-REQUEST
025000     IF LOK-BUSY
025100         DISPLAY '*** FBEF005 *** ACCTREC HELD BY ANOTHER RUN'
025200         MOVE 12 TO RETURN-CODE
025300         PERFORM H310-END-CYCLE-STEP THRU H310-END
025400         STOP RUN
025500     END-IF
025600     OPEN INPUT  HR-FEED.
025700     IF NOT FEED-SUCCESS
025800         MOVE 'HRFEED'  TO WS-ABEND-FILE
025900         MOVE FEED-ST   TO WS-ABEND-STATUS
026000         PERFORM H910-ABEND-RTN
026100     END-IF
026200     OPEN INPUT  ACCT-REC.
026300     IF NOT ACCT-SUCCESS
026400         MOVE 'ACCTREC' TO WS-ABEND-FILE
026500         MOVE ACCT-ST   TO WS-ABEND-STATUS
026600         PERFORM H910-ABEND-RTN
026700     END-IF
026800     OPEN INPUT  DEPT-MST.
026900     IF NOT DEPT-SUCCESS
027000         MOVE 'DEPTMST' TO WS-ABEND-FILE
027100         MOVE DEPT-ST   TO WS-ABEND-STATUS
027200         PERFORM H910-ABEND-RTN
027300     END-IF
027400     OPEN OUTPUT NEW-TRAN.
027500     IF NOT NTRN-SUCCESS
027600         MOVE 'FEEDTRAN' TO WS-ABEND-FILE
027700         MOVE NTRN-ST    TO WS-ABEND-STATUS
027800         PERFORM H910-ABEND-RTN
027900     END-IF
028000     OPEN OUTPUT DISC-RPT.
028100     IF NOT RPT-SUCCESS
028200         MOVE 'DISCRPT' TO WS-ABEND-FILE
028300         MOVE RPT-ST    TO WS-ABEND-STATUS
028400         PERFORM H910-ABEND-RTN
028500     END-IF
028600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
028700     READ HR-FEED.
028800     PERFORM H920-CHECK-FEED-STATUS
028900 H100-END. EXIT.
029000*----------------------------------------------------------------
029100* H110-LOAD-KEYS - ONE PASS OF ACCTREC IN KEY ORDER, TAKING EVERY
029200*                  ACCT-SEQ INTO WS-KEY-TABLE AS NOT YET SEEN
029300*----------------------------------------------------------------
029400 H110-LOAD-KEYS.
029500     READ ACCT-REC NEXT RECORD.
029600     PERFORM H921-CHECK-ACCT-STATUS
029700     PERFORM H115-LOAD-ONE-KEY THRU H115-END UNTIL ACCT-EOF
029800 H110-END. EXIT.
029900*----------------------------------------------------------------
030000* H115-LOAD-ONE-KEY - ADD ONE ACCT-SEQ TO WS-KEY-TABLE AND READ
030100*                     THE NEXT RECORD. MORE RECORDS THAN THE TABLE
030200*                     HOLDS IS A HARD STOP, NOT A SILENT
030300*                     TRUNCATION
030400*----------------------------------------------------------------
030500 H115-LOAD-ONE-KEY.
030600     IF WS-KEY-USED >= 10000
030700         DISPLAY '*** FBEF005 ABEND *** KEY TABLE FULL'
030800         MOVE 16 TO RETURN-CODE
030900         PERFORM H300-CLOSE-FILES
031000         STOP RUN
031100     END-IF
031200     ADD 1 TO WS-KEY-USED
031300     MOVE ACCT-SEQ TO WS-KY-SEQ(WS-KEY-USED)
031400     MOVE 'N'      TO WS-KY-STATE(WS-KEY-USED)
031500     READ ACCT-REC NEXT RECORD.
031600     PERFORM H921-CHECK-ACCT-STATUS
031700 H115-END. EXIT.
031800*----------------------------------------------------------------
031900* H200-PROCESS - RESOLVE ONE FEED ROW AND READ THE NEXT ONE
032000*----------------------------------------------------------------
032100 H200-PROCESS.
032200     ADD 1 TO WS-FEED-COUNT
032300     PERFORM H210-RESOLVE-ROW THRU H210-END
032400     READ HR-FEED.
032500     PERFORM H920-CHECK-FEED-STATUS
032600 H200-END. EXIT.
032700*----------------------------------------------------------------
032800* H210-RESOLVE-ROW - FIND THE FEED ROW'S PERSON ON ACCTREC, BY
032900*                    NATIONAL ID FIRST AND ACCT-SEQ SECOND, AND
033000*                    SEND THE ROW TO THE MATCH, INSERT OR
033100*                    DISCREPANCY PATH. A NATIONAL ID CARRIED BY
033200*                    MORE THAN ONE RECORD, OR FOUND UNDER ANOTHER
033300*                    KEY THAN THE ONE THE FEED GIVES, IS NEVER
033400*                    GUESSED AT: EVERY RECORD IT POINTS AT IS HELD
033500*                    BACK FROM THE DELETES AND THE ROW REPORTED.
033525*                    THE SAME GOES FOR A RECORD FOUND BY THE
033550*                    FEED'S ACCT-SEQ ALONE THAT CARRIES ANOTHER
033575*                    NATIONAL ID THAN THE ROW'S
033600*----------------------------------------------------------------
033700 H210-RESOLVE-ROW.
033800     IF HRF-NATL-ID = SPACES AND HRF-SEQ = SPACES
033900         MOVE 'NO USABLE KEY' TO WS-DISC-REASON
034000         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
034100         GO TO H210-END
034200     END-IF
034300     MOVE 'N' TO WS-LOC-SW
034400     IF HRF-NATL-ID NOT = SPACES
034500         MOVE HRF-NATL-ID TO ACCT-NATL-ID
034600         READ ACCT-REC KEY IS ACCT-NATL-ID
034700             INVALID KEY
034800                 CONTINUE
034900             NOT INVALID KEY
035000                 IF ACCT-DUP-ALT
035100                     MOVE 'A' TO WS-LOC-SW
035200                 ELSE
035300                     MOVE 'F' TO WS-LOC-SW
035400                 END-IF
035500         END-READ
035600         PERFORM H921-CHECK-ACCT-STATUS
035700     END-IF
035800     IF WS-LOC-AMBIGUOUS
035900         PERFORM H230-HOLD-BACK-ID THRU H230-END
036000         MOVE 'NATL ID UNDER TWO KEYS' TO WS-DISC-REASON
036100         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
036200         GO TO H210-END
036300     END-IF
036400     IF WS-LOC-FOUND
036500        AND HRF-SEQ NOT = SPACES AND HRF-SEQ NOT = ACCT-SEQ
036600         MOVE ACCT-SEQ TO WS-LOOKUP-SEQ
036700         PERFORM H240-HOLD-BACK-SEQ THRU H240-END
036800         MOVE HRF-SEQ  TO WS-LOOKUP-SEQ
036900         PERFORM H240-HOLD-BACK-SEQ THRU H240-END
037000         MOVE 'NATL ID UNDER TWO KEYS' TO WS-DISC-REASON
037100         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
037200         GO TO H210-END
037300     END-IF
037400     IF WS-LOC-NOT-FOUND AND HRF-SEQ NOT = SPACES
037500         MOVE HRF-SEQ TO ACCT-SEQ
037600         READ ACCT-REC
037700             INVALID KEY
037800                 CONTINUE
037900             NOT INVALID KEY
037920                 IF ACCT-NATL-ID = SPACES
037940                    OR ACCT-NATL-ID = HRF-NATL-ID
037950                    OR HRF-NATL-ID = SPACES
038000                     MOVE 'F' TO WS-LOC-SW
038020                 ELSE
038040                     MOVE 'O' TO WS-LOC-SW
038060                 END-IF
038100         END-READ
038200         PERFORM H921-CHECK-ACCT-STATUS
038300     END-IF
038310     IF WS-LOC-OTHER-ID
038320         MOVE ACCT-SEQ TO WS-LOOKUP-SEQ
038330         PERFORM H240-HOLD-BACK-SEQ THRU H240-END
038340         MOVE 'ACCT-SEQ HELD BY OTHER NATL ID' TO WS-DISC-REASON
038350         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
038360         GO TO H210-END
038370     END-IF
038400     IF WS-LOC-FOUND
038500         PERFORM H220-MATCHED-ROW THRU H220-END
038600     ELSE
038700         PERFORM H250-NEW-PERSON THRU H250-END
038800     END-IF
038900 H210-END. EXIT.
039000*----------------------------------------------------------------
039100* H220-MATCHED-ROW - THE ROW'S PERSON IS ON ACCTREC. A PERSON
039200*                    ALREADY CLAIMED BY AN EARLIER ROW, OR A ROW
039300*                    THAT FAILS THE CONTENT CHECKS, IS REPORTED
039400*                    AND THE RECORD HELD BACK; OTHERWISE THE
039500*                    RECORD IS MARKED MATCHED AND AN UPDATE
039600*                    WRITTEN IF ANYTHING DIFFERS
039700*----------------------------------------------------------------
039800 H220-MATCHED-ROW.
039900     MOVE ACCT-SEQ TO WS-LOOKUP-SEQ
040000     PERFORM H245-FIND-KEY THRU H245-END
040100     IF WS-KEY-FOUND-SUB > 0
040200         IF NOT WS-KY-NOT-SEEN(WS-KEY-FOUND-SUB)
040300             MOVE 'H' TO WS-KY-STATE(WS-KEY-FOUND-SUB)
040400             MOVE 'PERSON ON TWO FEED ROWS' TO WS-DISC-REASON
040500             PERFORM H290-WRITE-DISCREPANCY THRU H290-END
040600             GO TO H220-END
040700         END-IF
040800     END-IF
040900     PERFORM H260-CHECK-ROW THRU H260-END
041000     IF WS-ROW-INVALID
041100         PERFORM H240-HOLD-BACK-SEQ THRU H240-END
041200         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
041300         GO TO H220-END
041400     END-IF
041500     IF WS-KEY-FOUND-SUB > 0
041600         MOVE 'M' TO WS-KY-STATE(WS-KEY-FOUND-SUB)
041700     END-IF
041800     ADD 1 TO WS-MATCH-COUNT
041900     PERFORM H270-BUILD-UPDATE THRU H270-END
042000     IF WS-ROW-CHANGED
042100         PERFORM H280-WRITE-TRAN THRU H280-END
042200         ADD 1 TO WS-UPDATE-COUNT
042300     ELSE
042400         ADD 1 TO WS-SAME-COUNT
042500     END-IF
042600 H220-END. EXIT.
042700*----------------------------------------------------------------
042800* H230-HOLD-BACK-ID - WALK THE ALTERNATE KEY OVER EVERY RECORD
042900*                     CARRYING THE ROW'S NATIONAL ID AND HOLD EACH
043000*                     ONE BACK FROM THE DELETES
043100*----------------------------------------------------------------
043200 H230-HOLD-BACK-ID.
043300     MOVE HRF-NATL-ID TO WS-HOLD-NATL-ID
043400     MOVE HRF-NATL-ID TO ACCT-NATL-ID
043500     START ACCT-REC KEY IS = ACCT-NATL-ID
043600         INVALID KEY
043700             CONTINUE
043800     END-START
043900     PERFORM H921-CHECK-ACCT-STATUS
044000     IF ACCT-NOT-FOUND
044100         GO TO H230-END
044200     END-IF
044300     READ ACCT-REC NEXT RECORD.
044400     PERFORM H921-CHECK-ACCT-STATUS
044500     PERFORM H235-HOLD-BACK-ONE-ID THRU H235-END
044600         UNTIL ACCT-EOF
044700            OR ACCT-NATL-ID NOT = WS-HOLD-NATL-ID
044800 H230-END. EXIT.
044900*----------------------------------------------------------------
045000* H235-HOLD-BACK-ONE-ID - HOLD BACK ONE RECORD ON THE SHARED
045100*                         NATIONAL ID AND READ THE NEXT ONE ALONG
045200*                         THE ALTERNATE KEY
045300*----------------------------------------------------------------
045400 H235-HOLD-BACK-ONE-ID.
045500     MOVE ACCT-SEQ TO WS-LOOKUP-SEQ
045600     PERFORM H240-HOLD-BACK-SEQ THRU H240-END
045700     READ ACCT-REC NEXT RECORD.
045800     PERFORM H921-CHECK-ACCT-STATUS
045900 H235-END. EXIT.
046000*----------------------------------------------------------------
046100* H240-HOLD-BACK-SEQ - MARK THE ACCT-SEQ IN WS-LOOKUP-SEQ HELD
046200*                      BACK SO NO DELETE IS WRITTEN FOR IT. A KEY
046300*                      NOT ON THE TABLE NEEDS NOTHING
046400*----------------------------------------------------------------
046500 H240-HOLD-BACK-SEQ.
046600     PERFORM H245-FIND-KEY THRU H245-END
046700     IF WS-KEY-FOUND-SUB > 0
046800         MOVE 'H' TO WS-KY-STATE(WS-KEY-FOUND-SUB)
046900     END-IF
047000 H240-END. EXIT.
047100*----------------------------------------------------------------
047200* H245-FIND-KEY - LOCATE WS-LOOKUP-SEQ IN WS-KEY-TABLE AND LEAVE
047300*                 ITS ENTRY NUMBER IN WS-KEY-FOUND-SUB (ZERO WHEN
047400*                 NONE)
047500*----------------------------------------------------------------
047600 H245-FIND-KEY.
047700     MOVE 0 TO WS-KEY-FOUND-SUB
047800     PERFORM H246-MATCH-ONE-KEY THRU H246-END
047900         VARYING WS-KEY-SUB FROM 1 BY 1
048000         UNTIL WS-KEY-SUB > WS-KEY-USED
048100            OR WS-KEY-FOUND-SUB > 0
048200 H245-END. EXIT.
048300*----------------------------------------------------------------
048400* H246-MATCH-ONE-KEY - COMPARE ONE WS-KEY-TABLE ENTRY AGAINST
048500*                      WS-LOOKUP-SEQ
048600*----------------------------------------------------------------
048700 H246-MATCH-ONE-KEY.
048800     IF WS-KY-SEQ(WS-KEY-SUB) = WS-LOOKUP-SEQ
048900         MOVE WS-KEY-SUB TO WS-KEY-FOUND-SUB
049000     END-IF
049100 H246-END. EXIT.
049200*----------------------------------------------------------------
049300* H250-NEW-PERSON - THE ROW'S PERSON IS NOT ON ACCTREC. AN INSERT
049400*                   NEEDS THE ACCT-SEQ FBEM005 WILL FILE IT UNDER,
049500*                   A NATIONAL ID OR ACCT-SEQ ALREADY INSERTED BY
049600*                   AN EARLIER ROW IS REPORTED, AND THE ROW MUST
049700*                   PASS THE CONTENT CHECKS
049800*----------------------------------------------------------------
049900 H250-NEW-PERSON.
050000     IF HRF-SEQ = SPACES
050100         MOVE 'NEW PERSON WITHOUT ACCT-SEQ' TO WS-DISC-REASON
050200         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
050300         GO TO H250-END
050400     END-IF
050500     MOVE 0 TO WS-INS-FOUND-SUB
050600     PERFORM H255-MATCH-ONE-INSERT THRU H255-END
050700         VARYING WS-INS-SUB FROM 1 BY 1
050800         UNTIL WS-INS-SUB > WS-INS-USED
050900            OR WS-INS-FOUND-SUB > 0
051000     IF WS-INS-FOUND-SUB > 0
051100         IF WS-IN-SEQ(WS-INS-FOUND-SUB) = HRF-SEQ
051200            AND WS-IN-NATL-ID(WS-INS-FOUND-SUB) = HRF-NATL-ID
051300             MOVE 'DUPLICATE FEED ROW' TO WS-DISC-REASON
051400         ELSE
051500             IF WS-IN-SEQ(WS-INS-FOUND-SUB) = HRF-SEQ
051600                 MOVE 'ACCT-SEQ ON TWO NEW PEOPLE'
051700                     TO WS-DISC-REASON
051800             ELSE
051900                 MOVE 'NATL ID UNDER TWO KEYS' TO WS-DISC-REASON
052000             END-IF
052100         END-IF
052200         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
052300         GO TO H250-END
052400     END-IF
052500     PERFORM H260-CHECK-ROW THRU H260-END
052600     IF WS-ROW-INVALID
052700         PERFORM H290-WRITE-DISCREPANCY THRU H290-END
052800         GO TO H250-END
052900     END-IF
053000     IF WS-INS-USED >= 2000
053100         DISPLAY '*** FBEF005 ABEND *** INSERT TABLE FULL'
053200         MOVE 16 TO RETURN-CODE
053300         PERFORM H300-CLOSE-FILES
053400         STOP RUN
053500     END-IF
053600     ADD 1 TO WS-INS-USED
053700     MOVE HRF-NATL-ID     TO WS-IN-NATL-ID(WS-INS-USED)
053800     MOVE HRF-SEQ         TO WS-IN-SEQ(WS-INS-USED)
053900     MOVE SPACES          TO TRAN-RECORD
054000     MOVE 'I'             TO TRAN-FUNCTION
054100     MOVE HRF-SEQ         TO TRAN-SEQ
054200     MOVE HRF-AD          TO TRAN-AD
054300     MOVE HRF-SOYAD       TO TRAN-SOYAD
054400     MOVE HRF-DTAR        TO TRAN-DTAR
054500     MOVE WS-RUN-DATE     TO TRAN-TODAY
054600     MOVE HRF-NATL-ID     TO TRAN-NATL-ID
054700     MOVE HRF-DEPT-CODE   TO TRAN-DEPT-CODE
054800     MOVE HRF-ADDR        TO TRAN-ADDR
054900     PERFORM H280-WRITE-TRAN THRU H280-END
055000     ADD 1 TO WS-INSERT-COUNT
055100 H250-END. EXIT.
055200*----------------------------------------------------------------
055300* H255-MATCH-ONE-INSERT - COMPARE ONE EARLIER INSERT AGAINST THE
055400*                         ROW'S NATIONAL ID AND ACCT-SEQ
055500*----------------------------------------------------------------
055600 H255-MATCH-ONE-INSERT.
055700     IF WS-IN-SEQ(WS-INS-SUB) = HRF-SEQ
055800         MOVE WS-INS-SUB TO WS-INS-FOUND-SUB
055900     END-IF
056000     IF HRF-NATL-ID NOT = SPACES
056100        AND WS-IN-NATL-ID(WS-INS-SUB) = HRF-NATL-ID
056200         MOVE WS-INS-SUB TO WS-INS-FOUND-SUB
056300     END-IF
056400 H255-END. EXIT.
056500*----------------------------------------------------------------
056600* H260-CHECK-ROW - THE CONTENT CHECKS A ROW MUST PASS BEFORE IT IS
056700*                  TURNED INTO A TRANSACTION: BOTH NAMES PRESENT,
056800*                  A NUMERIC BIRTH DATE, AND A DEPARTMENT CODE ON
056900*                  DEPTMST. FBEM005 STILL RUNS ITS OWN FULL CHECKS
057000*                  WHEN THE TRANSACTION IS APPLIED
057100*----------------------------------------------------------------
057200 H260-CHECK-ROW.
057300     MOVE 'Y' TO WS-ROW-VALID-SW
057400     IF HRF-AD = SPACES OR HRF-SOYAD = SPACES
057500         MOVE 'NAME MISSING ON FEED' TO WS-DISC-REASON
057600         MOVE 'N' TO WS-ROW-VALID-SW
057700         GO TO H260-END
057800     END-IF
057900     IF HRF-DTAR NOT NUMERIC OR HRF-DTAR = 0
058000         MOVE 'BIRTH DATE NOT NUMERIC' TO WS-DISC-REASON
058100         MOVE 'N' TO WS-ROW-VALID-SW
058200         GO TO H260-END
058300     END-IF
058400     MOVE HRF-DEPT-CODE TO DEPT-CODE
058500     READ DEPT-MST
058600         INVALID KEY
058700             MOVE 'UNKNOWN DEPT CODE' TO WS-DISC-REASON
058800             MOVE 'N' TO WS-ROW-VALID-SW
058900     END-READ
059000     PERFORM H922-CHECK-DEPT-STATUS
059100 H260-END. EXIT.
059200*----------------------------------------------------------------
059300* H270-BUILD-UPDATE - COMPARE THE ROW WITH THE MATCHED RECORD AND
059400*                     STAGE AN UPDATE CARRYING ONLY WHAT DIFFERS.
059500*                     FBEM005 KEEPS THE VALUE ON FILE FOR EVERY
059600*                     FIELD LEFT BLANK, OR ZERO FOR THE DATES. A
059700*                     BLANK NATIONAL ID OR ADDRESS ON THE FEED IS
059800*                     TAKEN AS NOT KNOWN TO HR, NOT AS A CHANGE
059900*----------------------------------------------------------------
060000 H270-BUILD-UPDATE.
060100     MOVE 'N'             TO WS-CHANGED-SW
060200     MOVE SPACES          TO TRAN-RECORD
060300     MOVE 'U'             TO TRAN-FUNCTION
060400     MOVE ACCT-SEQ        TO TRAN-SEQ
060500     MOVE 0               TO TRAN-DTAR TRAN-TODAY
060600     IF HRF-AD NOT = ACCT-AD
060700         MOVE HRF-AD        TO TRAN-AD
060800         MOVE 'Y'           TO WS-CHANGED-SW
060900     END-IF
061000     IF HRF-SOYAD NOT = ACCT-SOYAD
061100         MOVE HRF-SOYAD     TO TRAN-SOYAD
061200         MOVE 'Y'           TO WS-CHANGED-SW
061300     END-IF
061400     IF HRF-DTAR NOT = ACCT-DTAR
061500         MOVE HRF-DTAR      TO TRAN-DTAR
061600         MOVE 'Y'           TO WS-CHANGED-SW
061700     END-IF
061800     IF HRF-DEPT-CODE NOT = ACCT-DEPT-CODE
061900         MOVE HRF-DEPT-CODE TO TRAN-DEPT-CODE
062000         MOVE 'Y'           TO WS-CHANGED-SW
062100     END-IF
062200     IF HRF-NATL-ID NOT = SPACES
062300        AND HRF-NATL-ID NOT = ACCT-NATL-ID
062400         MOVE HRF-NATL-ID   TO TRAN-NATL-ID
062500         MOVE 'Y'           TO WS-CHANGED-SW
062600     END-IF
062700     IF HRF-ADDR NOT = SPACES
062800        AND HRF-ADDR NOT = ACCT-ADDR
062900         MOVE HRF-ADDR      TO TRAN-ADDR
063000         MOVE 'Y'           TO WS-CHANGED-SW
063100     END-IF
063200 H270-END. EXIT.
063300*----------------------------------------------------------------
063400* H280-WRITE-TRAN - WRITE THE STAGED TRANSACTION TO FEEDTRAN
063500*----------------------------------------------------------------
063600 H280-WRITE-TRAN.
063700     WRITE TRAN-RECORD
063800     PERFORM H923-CHECK-NTRN-STATUS
063900     ADD 1 TO WS-TRAN-COUNT
064000 H280-END. EXIT.
064100*----------------------------------------------------------------
064200* H290-WRITE-DISCREPANCY - PRINT ONE DISCREPANCY LINE FOR THE
064300*                          CURRENT FEED ROW AND COUNT IT
064400*                          UNRESOLVED. THE CALLER HAS ALREADY SET
064500*                          WS-DISC-REASON
064600*----------------------------------------------------------------
064700 H290-WRITE-DISCREPANCY.
064800     MOVE SPACES         TO DISC-DETAIL-REC
064900     MOVE HRF-NATL-ID    TO DR-NATL-ID
065000     MOVE HRF-SEQ        TO DR-SEQ
065100     MOVE HRF-AD         TO DR-AD
065200     MOVE HRF-SOYAD      TO DR-SOYAD
065300     MOVE WS-DISC-REASON TO DR-REASON
065400     WRITE DISC-DETAIL-REC
065500     PERFORM H924-CHECK-RPT-STATUS
065600     ADD 1 TO WS-UNRES-COUNT
065700 H290-END. EXIT.
065800*----------------------------------------------------------------
065900* H400-WRITE-DELETES - WRITE A DELETE FOR EVERY RECORD NO FEED ROW
066000*                      MATCHED OR HELD BACK. AN EMPTY FEED IS
066100*                      TAKEN AS A FAILED DELIVERY, NOT AS EVERYONE
066200*                      HAVING LEFT, AND WRITES NONE
066300*----------------------------------------------------------------
066400 H400-WRITE-DELETES.
066500     IF WS-FEED-COUNT = 0
066600         GO TO H400-END
066700     END-IF
066800     PERFORM H410-WRITE-ONE-DELETE THRU H410-END
066900         VARYING WS-KEY-SUB FROM 1 BY 1
067000         UNTIL WS-KEY-SUB > WS-KEY-USED
067100 H400-END. EXIT.
067200*----------------------------------------------------------------
067300* H410-WRITE-ONE-DELETE - WRITE THE DELETE FOR ONE NOT-SEEN
067400*                         RECORD, CARRYING THE RECORD'S FULL IMAGE
067500*                         SO THE MAINTRPT AND PENDFILE LINES NAME
067600*                         THE PERSON
067700*----------------------------------------------------------------
067800 H410-WRITE-ONE-DELETE.
067900     IF NOT WS-KY-NOT-SEEN(WS-KEY-SUB)
068000         GO TO H410-END
068100     END-IF
068200     MOVE WS-KY-SEQ(WS-KEY-SUB) TO ACCT-SEQ
068300     READ ACCT-REC
068400         INVALID KEY
068500             GO TO H410-END
068600     END-READ
068700     PERFORM H921-CHECK-ACCT-STATUS
068800     MOVE SPACES      TO TRAN-RECORD
068900     MOVE 'D'         TO TRAN-FUNCTION
069000     MOVE ACCT-FIELDS TO TRAN-FIELDS
069100     PERFORM H280-WRITE-TRAN THRU H280-END
069200     ADD 1 TO WS-DELETE-COUNT
069300 H410-END. EXIT.
069400*----------------------------------------------------------------
069500* H450-WRITE-ONE-TOTAL - PRINT ONE CONTROL-TOTAL LINE. THE CALLER
069600*                        HAS ALREADY STAGED DT-LIT AND DT-COUNT
069700*----------------------------------------------------------------
069800 H450-WRITE-ONE-TOTAL.
069900     WRITE DISC-TOTAL-REC
070000     PERFORM H924-CHECK-RPT-STATUS
070100 H450-END. EXIT.
070200*----------------------------------------------------------------
070300* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN AND GIVE THE
070400*                    RUN-CONTROL LOCK BACK
070500*----------------------------------------------------------------
070600 H300-CLOSE-FILES.
070625*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
070650*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
070675     MOVE RETURN-CODE TO WS-SAVE-RC
070700     CLOSE HR-FEED.
070800     CLOSE ACCT-REC.
070900     CLOSE DEPT-MST.
071000     CLOSE NEW-TRAN.
071100     CLOSE DISC-RPT.
071200     PERFORM H310-END-CYCLE-STEP THRU H310-END
071300     MOVE 'D' TO LOK-FUNCTION
071400     CALL 'FBEK005' USING LOK-REQUEST
071450     MOVE WS-SAVE-RC TO RETURN-CODE.
071500 H300-END. EXIT.
071600*----------------------------------------------------------------
071700* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
071800*                       RETURN-CODE AND RECORD COUNTS
071900*----------------------------------------------------------------
072000 H310-END-CYCLE-STEP.
072100     MOVE 'E'             TO CYC-FUNCTION
072200     MOVE RETURN-CODE     TO CYC-RC
072300     MOVE WS-FEED-COUNT   TO CYC-READ-COUNT
072400     MOVE WS-TRAN-COUNT   TO CYC-WRITE-COUNT
072500     MOVE WS-UNRES-COUNT  TO CYC-EXCP-COUNT
072600     CALL 'FBEN005' USING CYC-REQUEST
072700     MOVE CYC-RC          TO RETURN-CODE.
072800 H310-END. EXIT.
072900*----------------------------------------------------------------
073000* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
073100*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
073200*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
073300*----------------------------------------------------------------
073400 H910-ABEND-RTN.
073500     DISPLAY '*** FBEF005 ABEND *** FILE=' WS-ABEND-FILE
073600             ' STATUS=' WS-ABEND-STATUS
073700     MOVE 16 TO RETURN-CODE
073800     PERFORM H300-CLOSE-FILES
073900     STOP RUN.
074000 H910-END. EXIT.
074100*----------------------------------------------------------------
074200* H920-CHECK-FEED-STATUS - COMMON HRFEED FILE-STATUS CHECK
074300*----------------------------------------------------------------
074400 H920-CHECK-FEED-STATUS.
074500     IF NOT FEED-EOF AND NOT FEED-SUCCESS
074600         MOVE 'HRFEED'  TO WS-ABEND-FILE
074700         MOVE FEED-ST   TO WS-ABEND-STATUS
074800         PERFORM H910-ABEND-RTN
074900     END-IF
075000 H920-END. EXIT.
075100*----------------------------------------------------------------
075200* H921-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK. A
075300*                          SHARED ALTERNATE KEY (02) AND A KEY NOT
075400*                          FOUND (23) ARE ANSWERS, NOT ERRORS
075500*----------------------------------------------------------------
075600 H921-CHECK-ACCT-STATUS.
075700     IF NOT ACCT-SUCCESS AND NOT ACCT-DUP-ALT
075800        AND NOT ACCT-EOF AND NOT ACCT-NOT-FOUND
075900         MOVE 'ACCTREC' TO WS-ABEND-FILE
076000         MOVE ACCT-ST   TO WS-ABEND-STATUS
076100         PERFORM H910-ABEND-RTN
076200     END-IF
076300 H921-END. EXIT.
076400*----------------------------------------------------------------
076500* H922-CHECK-DEPT-STATUS - COMMON DEPTMST FILE-STATUS CHECK
076600*----------------------------------------------------------------
076700 H922-CHECK-DEPT-STATUS.
076800     IF NOT DEPT-SUCCESS AND NOT DEPT-NOT-FOUND
076900         MOVE 'DEPTMST' TO WS-ABEND-FILE
077000         MOVE DEPT-ST   TO WS-ABEND-STATUS
077100         PERFORM H910-ABEND-RTN
077200     END-IF
077300 H922-END. EXIT.
077400*----------------------------------------------------------------
077500* H923-CHECK-NTRN-STATUS - COMMON FEEDTRAN FILE-STATUS CHECK
077600*----------------------------------------------------------------
077700 H923-CHECK-NTRN-STATUS.
077800     IF NOT NTRN-SUCCESS
077900         MOVE 'FEEDTRAN' TO WS-ABEND-FILE
078000         MOVE NTRN-ST    TO WS-ABEND-STATUS
078100         PERFORM H910-ABEND-RTN
078200     END-IF
078300 H923-END. EXIT.
078400*----------------------------------------------------------------
078500* H924-CHECK-RPT-STATUS - COMMON DISCRPT FILE-STATUS CHECK
078600*----------------------------------------------------------------
078700 H924-CHECK-RPT-STATUS.
078800     IF NOT RPT-SUCCESS
078900         MOVE 'DISCRPT' TO WS-ABEND-FILE
079000         MOVE RPT-ST    TO WS-ABEND-STATUS
079100         PERFORM H910-ABEND-RTN
079200     END-IF
079300 H924-END. EXIT.
079400*----------------------------------------------------------------
079500* H999-PROGRAM-EXIT - PRINT THE CONTROL TOTALS AND THE BALANCE
079600*                     LINE, CLOSE UP AND END. ANY UNRESOLVED ROW,
079700*                     AN EMPTY FEED OR AN OUT-OF-BALANCE RUN ENDS
079800*                     WITH RETURN-CODE 8 SO IT IS CHASED
079900*----------------------------------------------------------------
080000 H999-PROGRAM-EXIT.
080100     MOVE SPACES                  TO DISC-TOTAL-REC
080200     MOVE 'FEED ROWS READ......:'  TO DT-LIT
080300     MOVE WS-FEED-COUNT           TO DT-COUNT
080400     PERFORM H450-WRITE-ONE-TOTAL
080500     MOVE SPACES                  TO DISC-TOTAL-REC
080600     MOVE 'MATCHED.............:'  TO DT-LIT
080700     MOVE WS-MATCH-COUNT          TO DT-COUNT
080800     PERFORM H450-WRITE-ONE-TOTAL
080900     MOVE SPACES                  TO DISC-TOTAL-REC
081000     MOVE '  UNCHANGED.........:'  TO DT-LIT
081100     MOVE WS-SAME-COUNT           TO DT-COUNT
081200     PERFORM H450-WRITE-ONE-TOTAL
081300     MOVE SPACES                  TO DISC-TOTAL-REC
081400     MOVE '  UPDATES WRITTEN...:'  TO DT-LIT
081500     MOVE WS-UPDATE-COUNT         TO DT-COUNT
081600     PERFORM H450-WRITE-ONE-TOTAL
081700     MOVE SPACES                  TO DISC-TOTAL-REC
081800     MOVE 'INSERTS WRITTEN.....:'  TO DT-LIT
081900     MOVE WS-INSERT-COUNT         TO DT-COUNT
082000     PERFORM H450-WRITE-ONE-TOTAL
082100     MOVE SPACES                  TO DISC-TOTAL-REC
082200     MOVE 'UNRESOLVED..........:'  TO DT-LIT
082300     MOVE WS-UNRES-COUNT          TO DT-COUNT
082400     PERFORM H450-WRITE-ONE-TOTAL
082500     COMPUTE WS-BALANCE-COUNT = WS-MATCH-COUNT
082600                              + WS-INSERT-COUNT
082700                              + WS-UNRES-COUNT
082800     MOVE SPACES TO DISC-STATUS-REC
082900     IF WS-BALANCE-COUNT = WS-FEED-COUNT
083000         MOVE '*** FEED ROWS BALANCE ***' TO DS-LIT
083100     ELSE
083200         MOVE '*** FEED ROWS OUT OF BALANCE ***' TO DS-LIT
083300         MOVE 8 TO RETURN-CODE
083400     END-IF
083500     WRITE DISC-STATUS-REC
083600     PERFORM H924-CHECK-RPT-STATUS
083700     MOVE SPACES                  TO DISC-TOTAL-REC
083800     MOVE 'DELETES WRITTEN.....:'  TO DT-LIT
083900     MOVE WS-DELETE-COUNT         TO DT-COUNT
084000     PERFORM H450-WRITE-ONE-TOTAL
084100     MOVE SPACES                  TO DISC-TOTAL-REC
084200     MOVE 'TRANSACTIONS WRITTEN:'  TO DT-LIT
084300     MOVE WS-TRAN-COUNT           TO DT-COUNT
084400     PERFORM H450-WRITE-ONE-TOTAL
084500     IF WS-FEED-COUNT = 0
084600         MOVE SPACES TO DISC-STATUS-REC
084700         MOVE '*** EMPTY FEED - NO DELETES WRITTEN ***'
084800             TO DS-LIT
084900         WRITE DISC-STATUS-REC
085000         PERFORM H924-CHECK-RPT-STATUS
085100         MOVE 8 TO RETURN-CODE
085200     END-IF
085300     IF WS-UNRES-COUNT > 0
085400         MOVE 8 TO RETURN-CODE
085500     END-IF
085600     PERFORM H300-CLOSE-FILES.
085700     STOP RUN.
