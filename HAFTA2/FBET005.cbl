000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBET005.
000300 AUTHOR.        Kadir Kaan Goc.
000400 INSTALLATION.  HAFTA2 DEMOGRAPHICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15 KKG   ORIGINAL PROGRAM. REBUILDS ACCTREC AS IT STOOD
001300*                  AT THE CLOSE OF A CTLCARD AS-OF DATE. THE LIVE
001400*                  MASTER IS TAKEN INTO STORAGE AND EVERY AUDTFILE
001500*                  ENTRY DATED AFTER THE AS-OF DATE IS UNDONE,
001600*                  LATEST FIRST, WITH ITS BEFORE-IMAGE: AN INSERT
001700*                  OR REINSTATEMENT IS TAKEN BACK OUT, AN UPDATE
001800*                  IS REVERSED AND A DELETE IS PUT BACK. THE
001900*                  RESULT IS WRITTEN IN KEY ORDER TO ASOFBKUP IN
002000*                  BKUPFILE FORMAT WITH THE COUNT TRAILER, SO
002100*                  FBEL005 LOADS IT INTO A REPORTING COPY OF THE
002200*                  MASTER AND THE EXISTING REPORTS RUN AGAINST IT
002300*                  UNCHANGED. BEFORE EACH ENTRY IS UNDONE THE
002400*                  RECORD IN STORAGE MUST BE EXACTLY WHAT THE
002500*                  ENTRY LEFT BEHIND; ANY ENTRY THAT DOES NOT
002600*                  MATCH IS LISTED ON ASOFRPT, THE TRAILER IS
002700*                  MARKED UNRELIABLE AND THE RUN ENDS WITH
002800*                  RETURN-CODE 8.
002814* 2026-10-15 KKG   THE JOURNAL IS NOW READ THROUGH FBEJ005 INSTEAD
002828*                  OF OPENING AUDTFILE, FROM THE AS-OF DATE ON, SO
002842*                  THE MONTH-END GENERATIONS (FBEJ010) THAT END
002857*                  BEFORE IT ARE NOT READ; THE ON/BEFORE AS-OF
002871*                  TOTAL NOW COUNTS ONLY THE GENERATIONS READ.
002885*                  AUDT-RECORD MOVED TO WORKING-STORAGE.
002886* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 CYCLE
002887*                  CONTROL BEFORE ANYTHING ELSE AS A REPEATABLE
002888*                  ON-REQUEST STEP, SO EVERY RUN IS RECORDED ON
002889*                  CYCFILE WITH ITS RETURN-CODE AND COUNTS FOR THE
002890*                  FBEN010 CYCLE-STATUS REPORT. THE RETURN-CODE
002891*                  THE RUN ENDS WITH IS NOW KEPT ACROSS THE
002892*                  CLOSING CALLS, WHICH USED TO HAND BACK ZERO IN
002893*                  ITS PLACE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCT-REC   ASSIGN  TO  ACCTREC
003400                       ORGANIZATION INDEXED
003500                       ACCESS MODE  SEQUENTIAL
003600                       RECORD KEY   ACCT-SEQ
003700                       STATUS      ACCT-ST.
004000     SELECT OPTIONAL CTL-CARD ASSIGN TO CTLCARD
004100                       STATUS      CTL-ST.
004200     SELECT ASOF-BKUP  ASSIGN  TO  ASOFBKUP
004300                       STATUS      BKUP-ST.
004400     SELECT ASOF-RPT   ASSIGN  TO  ASOFRPT
004500                       STATUS      RPT-ST.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCT-REC RECORDING MODE F.
004900     COPY ACCTFLD.
005000*
005400 FD  CTL-CARD RECORDING MODE F.
005500 01  CTL-RECORD.
005600     05  CTL-ASOF-DATE       PIC 9(08).
005700*
005800 FD  ASOF-BKUP RECORDING MODE F.
005900     COPY BKUPFLD.
006000*
006100 FD  ASOF-RPT RECORDING MODE F.
006200 01  ASOF-HDR-REC.
006300     05  DH-LIT              PIC X(44).
006400     05  DH-DATE             PIC X(08).
006500     05  FILLER              PIC X(28).
006600 01  ASOF-EXCP-REC.
006700     05  EX-DATE             PIC 9(08).
006800     05  FILLER              PIC X(01).
006900     05  EX-TRAN             PIC 9(07).
007000     05  FILLER              PIC X(01).
007100     05  EX-FUNC             PIC X(01).
007200     05  FILLER              PIC X(01).
007300     05  EX-SEQ              PIC X(04).
007400     05  FILLER              PIC X(01).
007500     05  EX-REASON           PIC X(35).
007600     05  FILLER              PIC X(21).
007700 01  ASOF-TOTAL-REC.
007800     05  FILLER              PIC X(04).
007900     05  AT-LIT              PIC X(30).
008000     05  AT-COUNT            PIC ZZZZZZ9.
008100     05  FILLER              PIC X(39).
008200*
008300 WORKING-STORAGE SECTION.
008400 01  WS-WORK-AREA.
008500     05  ACCT-ST             PIC 9(02).
008600         88  ACCT-EOF                   VALUE 10 23.
008700         88  ACCT-SUCCESS               VALUE 00 97.
008800     05  AUDT-ST             PIC 9(02).
008900         88  AUDT-EOF                   VALUE 10.
009000         88  AUDT-SUCCESS               VALUE 00 97.
009100         88  AUDT-NOT-FOUND             VALUE 05.
009200     05  CTL-ST              PIC 9(02).
009300         88  CTL-SUCCESS                VALUE 00 97.
009400         88  CTL-NOT-FOUND              VALUE 05.
009500         88  CTL-EOF                    VALUE 10.
009600     05  BKUP-ST             PIC 9(02).
009700         88  BKUP-SUCCESS               VALUE 00 97.
009800     05  RPT-ST              PIC 9(02).
009900         88  RPT-SUCCESS                VALUE 00 97.
010000 01  WS-ASOF-DATE            PIC 9(08) VALUE 0.
010100*----------------------------------------------------------------
010200* THE MASTER BEING WOUND BACK, HELD IN ACCT-SEQ ORDER. A RECORD
010300* TAKEN BACK OUT BY AN UNDONE INSERT STAYS IN ITS SLOT WITH ITS
010400* PRESENT SWITCH OFF, SO AN EARLIER DELETE OF THE SAME KEY CAN
010500* PUT IT BACK; A KEY THE LIVE MASTER NEVER HAD IS SLOTTED IN
010600* PLACE. A MASTER BIGGER THAN THE TABLE IS A HARD STOP
010700*----------------------------------------------------------------
010800 01  WS-IMG-TABLE.
010900     05  WS-IMG-ENTRY        OCCURS 10000 TIMES.
011000         10  WS-IMG-SEQ      PIC X(04).
011100         10  WS-IMG-PRESENT  PIC X(01).
011200             88  WS-IMG-IS-PRESENT          VALUE 'Y'.
011300         10  WS-IMG-DATA     PIC X(125).
011400 01  WS-IMG-USED             PIC 9(05) COMP VALUE 0.
011500 01  WS-IMG-SUB              PIC 9(05) COMP.
011600 01  WS-IMG-NEXT             PIC 9(05) COMP.
011700 01  WS-IMG-LO               PIC 9(05) COMP.
011800 01  WS-IMG-HI               PIC 9(05) COMP.
011900 01  WS-IMG-MID              PIC 9(05) COMP.
012000 01  WS-IMG-FOUND-SUB        PIC 9(05) COMP.
012100 01  WS-IMG-LOOKUP-SEQ       PIC X(04).
012200*----------------------------------------------------------------
012300* THE JOURNAL ENTRIES DATED AFTER THE AS-OF DATE, IN THE ORDER
012400* THEY WERE APPLIED, SO THEY CAN BE UNDONE LATEST FIRST. MORE
012500* OF THEM THAN THE TABLE HOLDS IS A HARD STOP
012600*----------------------------------------------------------------
012700 01  WS-JE-TABLE.
012800     05  WS-JE-ENTRY         OCCURS 10000 TIMES.
012900         10  WS-JE-DATE      PIC 9(08).
013000         10  WS-JE-TRAN      PIC 9(07).
013100         10  WS-JE-FUNC      PIC X(01).
013200         10  WS-JE-SEQ       PIC X(04).
013300         10  WS-JE-BEFORE    PIC X(125).
013400         10  WS-JE-AFTER     PIC X(125).
013500 01  WS-JE-USED              PIC 9(05) COMP VALUE 0.
013600 01  WS-JE-SUB               PIC 9(05) COMP.
013700*----------------------------------------------------------------
013800* ONE UNDO: WHETHER THE RECORD IN STORAGE WAS WHAT THE ENTRY
013900* LEFT BEHIND, AND WHY NOT WHEN IT WAS NOT
014000*----------------------------------------------------------------
014100 01  WS-MATCH-SW             PIC X(01).
014200     88  WS-ENTRY-MATCHES            VALUE 'Y'.
014300 01  WS-EXCP-REASON          PIC X(35).
014400*----------------------------------------------------------------
014500* RUN TOTALS. THE IMAGE WRITTEN MUST EQUAL THE LIVE COUNT LESS
014600* THE INSERTS TAKEN OUT PLUS THE DELETES PUT BACK
014700*----------------------------------------------------------------
014800 01  WS-LIVE-COUNT           PIC 9(07) COMP VALUE 0.
014900 01  WS-JRNL-COUNT           PIC 9(07) COMP VALUE 0.
015000 01  WS-KEPT-COUNT           PIC 9(07) COMP VALUE 0.
015100 01  WS-UNDO-INS-COUNT       PIC 9(07) COMP VALUE 0.
015200 01  WS-UNDO-UPD-COUNT       PIC 9(07) COMP VALUE 0.
015300 01  WS-UNDO-DEL-COUNT       PIC 9(07) COMP VALUE 0.
015400 01  WS-EXCP-COUNT           PIC 9(07) COMP VALUE 0.
015500 01  WS-OUT-COUNT            PIC 9(07) COMP VALUE 0.
015600 01  WS-CHECK-COUNT          PIC S9(08) COMP VALUE 0.
015700*----------------------------------------------------------------
015800* RUN-CONTROL LOCK REQUEST AREA FOR THE FBEK005 CALLS THAT
015900* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
016000*----------------------------------------------------------------
016100     COPY LOKREQ.
016114*----------------------------------------------------------------
016128* THE JOURNAL IS READ THROUGH FBEJ005; EACH RECORD IT HANDS BACK
016142* IS WORKED ON HERE AS AUDT-RECORD
016157*----------------------------------------------------------------
016171     COPY JRNREQ.
016185     COPY AUDTFLD.
016186*----------------------------------------------------------------
016187* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
016188* THIS STEP IN AND OUT OF THE CYCLE, AND THE RUN'S OWN
016189* RETURN-CODE, KEPT ASIDE WHILE THE CLOSING CALLS HAND BACK
016190* THEIRS
016191*----------------------------------------------------------------
016192     COPY CYCREQ.
016193 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
016200 01  WS-ABEND-INFO.
016300     05  WS-ABEND-FILE       PIC X(08).
016400     05  WS-ABEND-STATUS     PIC X(02).
016500*----------------------------------------------------------------
016600 PROCEDURE DIVISION.
016700*----------------------------------------------------------------
016800* 0000-MAIN - TAKE THE MASTER INTO STORAGE, GATHER THE LATER
016900*             JOURNAL ENTRIES, UNDO THEM LATEST FIRST AND WRITE
017000*             THE REBUILT IMAGE
017100*----------------------------------------------------------------
017200 0000-MAIN.
017250     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
017300     PERFORM H100-OPEN-FILES.
017400     PERFORM H110-LOAD-ONE-LIVE THRU H110-END UNTIL ACCT-EOF.
017500     PERFORM H200-PROCESS THRU H200-END UNTIL AUDT-EOF.
017600     PERFORM H220-UNDO-ONE-ENTRY THRU H220-END
017700         VARYING WS-JE-SUB FROM WS-JE-USED BY -1
017800         UNTIL WS-JE-SUB < 1.
017900     PERFORM H400-WRITE-ONE-IMAGE THRU H400-END
018000         VARYING WS-IMG-SUB FROM 1 BY 1
018100         UNTIL WS-IMG-SUB > WS-IMG-USED.
018200     PERFORM H999-PROGRAM-EXIT.
018205*----------------------------------------------------------------
018210* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE CYCLE CONTROL.
018215*                         IT IS RUN ON REQUEST AS OFTEN AS NEEDED
018220*                         AND WAITS ON NO OTHER STEP, BUT A
018225*                         REFUSAL STILL ENDS THE RUN WITH THE
018230*                         RETURN-CODE FBEN005 GIVES BACK BEFORE
018235*                         ANYTHING OPENS
018240*----------------------------------------------------------------
018245 H050-BEGIN-CYCLE-STEP.
018250     MOVE 'B'        TO CYC-FUNCTION
018255     MOVE 'FBET005 ' TO CYC-STEP
018260     CALL 'FBEN005' USING CYC-REQUEST
018265     IF NOT CYC-GO
018270         DISPLAY '*** FBET005 *** REFUSED BY CYCLE CONTROL'
018275         MOVE CYC-REPLY-RC TO RETURN-CODE
018280         STOP RUN
018285     END-IF
018290 H050-END. EXIT.
018300*----------------------------------------------------------------
018400* H100-OPEN-FILES - TAKE THE READER LOCK, OPEN THE MASTER, THE
018500*                   JOURNAL, THE IMAGE AND THE REPORT, PICK UP
018600*                   THE AS-OF CARD AND PRIME THE READS. WITHOUT A
018700*                   USABLE AS-OF DATE NOTHING IS REBUILT: THE
018800*                   IMAGE IS LEFT WITHOUT A TRAILER, SO FBEL005
018900*                   WILL NOT LOAD IT, AND THE RUN ENDS WITH
019000*                   RETURN-CODE 8
019100*----------------------------------------------------------------
019200 H100-OPEN-FILES.
019300*    THIS RUN ONLY READS ACCTREC, SO IT SHARES THE RUN-CONTROL
019400*    LOCK WITH THE OTHER READERS BEFORE ANYTHING OPENS
019500     MOVE 'S'        TO LOK-FUNCTION
019600     MOVE 'FBET005 ' TO LOK-PGM-NAME
019700     CALL 'FBEK005' USING LOK-REQUEST
019800     IF LOK-BUSY
019900         DISPLAY '*** FBET005 *** ACCTREC HELD BY ANOTHER RUN'
020000         MOVE 12 TO RETURN-CODE
020050         PERFORM H310-END-CYCLE-STEP THRU H310-END
020100         STOP RUN
020200     END-IF
020300     OPEN INPUT  ACCT-REC.
020400     IF NOT ACCT-SUCCESS
020500         MOVE 'ACCTREC' TO WS-ABEND-FILE
020600         MOVE ACCT-ST   TO WS-ABEND-STATUS
020700         PERFORM H910-ABEND-RTN
020800     END-IF
021500     OPEN OUTPUT ASOF-BKUP.
021600     IF NOT BKUP-SUCCESS
021700         MOVE 'ASOFBKUP' TO WS-ABEND-FILE
021800         MOVE BKUP-ST    TO WS-ABEND-STATUS
021900         PERFORM H910-ABEND-RTN
022000     END-IF
022100     OPEN OUTPUT ASOF-RPT.
022200     IF NOT RPT-SUCCESS
022300         MOVE 'ASOFRPT' TO WS-ABEND-FILE
022400         MOVE RPT-ST    TO WS-ABEND-STATUS
022500         PERFORM H910-ABEND-RTN
022600     END-IF
022700     PERFORM H105-READ-CTL-CARD
022800     MOVE SPACES TO ASOF-HDR-REC
022900     IF WS-ASOF-DATE = 0
023000         MOVE '*** NO AS-OF DATE ON CTLCARD - NO IMAGE ***'
023100             TO DH-LIT
023200         WRITE ASOF-HDR-REC
023300         PERFORM H922-CHECK-RPT-STATUS
023400         MOVE 8 TO RETURN-CODE
023500         PERFORM H300-CLOSE-FILES
023600         STOP RUN
023700     END-IF
023800     MOVE '*** ACCTREC REBUILT FROM THE JOURNAL AS OF' TO DH-LIT
023900     MOVE WS-ASOF-DATE TO DH-DATE
024000     WRITE ASOF-HDR-REC
024100     PERFORM H922-CHECK-RPT-STATUS
024200     READ ACCT-REC.
024300     PERFORM H920-CHECK-ACCT-STATUS
024322*    ONLY ENTRIES DATED AFTER THE AS-OF DATE ARE UNDONE, SO NO
024344*    GENERATION THAT ENDS BEFORE IT NEEDS READING
024367     MOVE 'O'              TO JRN-FUNCTION
024389     MOVE 'FBET005 '       TO JRN-PGM-NAME
024411     MOVE WS-ASOF-DATE     TO JRN-DATE-FROM
024433     MOVE 0                TO JRN-DATE-TO
024456     CALL 'FBEJ005' USING JRN-REQUEST
024478     PERFORM H210-READ-JOURNAL THRU H210-END
024500     PERFORM H921-CHECK-AUDT-STATUS
024600 H100-END. EXIT.
024700*----------------------------------------------------------------
024800* H105-READ-CTL-CARD - PICK UP THE AS-OF DATE. NO CARD, OR A DATE
024900*                      THAT IS NOT A POSITIVE NUMBER, LEAVES IT
025000*                      ZERO
025100*----------------------------------------------------------------
025200 H105-READ-CTL-CARD.
025300     OPEN INPUT CTL-CARD.
025400     IF CTL-SUCCESS
025500         READ CTL-CARD
025600         IF CTL-SUCCESS
025700             IF CTL-ASOF-DATE NUMERIC AND CTL-ASOF-DATE > 0
025800                 MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
025900             END-IF
026000         ELSE
026100             IF NOT CTL-EOF
026200                 MOVE 'CTLCARD' TO WS-ABEND-FILE
026300                 MOVE CTL-ST    TO WS-ABEND-STATUS
026400                 PERFORM H910-ABEND-RTN
026500             END-IF
026600         END-IF
026700         CLOSE CTL-CARD
026800     ELSE
026900         IF NOT CTL-NOT-FOUND
027000             MOVE 'CTLCARD' TO WS-ABEND-FILE
027100             MOVE CTL-ST    TO WS-ABEND-STATUS
027200             PERFORM H910-ABEND-RTN
027300         END-IF
027400     END-IF
027500 H105-END. EXIT.
027600*----------------------------------------------------------------
027700* H110-LOAD-ONE-LIVE - TAKE ONE LIVE MASTER RECORD INTO THE END
027800*                      OF WS-IMG-TABLE (THE MASTER IS READ IN KEY
027900*                      ORDER) AND READ THE NEXT ONE
028000*----------------------------------------------------------------
028100 H110-LOAD-ONE-LIVE.
028200     IF WS-IMG-USED >= 10000
028300         DISPLAY '*** FBET005 ABEND *** IMAGE TABLE FULL'
028400         MOVE 16 TO RETURN-CODE
028500         PERFORM H300-CLOSE-FILES
028600         STOP RUN
028700     END-IF
028800     ADD 1 TO WS-IMG-USED
028900     ADD 1 TO WS-LIVE-COUNT
029000     MOVE ACCT-SEQ    TO WS-IMG-SEQ(WS-IMG-USED)
029100     MOVE 'Y'         TO WS-IMG-PRESENT(WS-IMG-USED)
029200     MOVE ACCT-FIELDS TO WS-IMG-DATA(WS-IMG-USED)
029300     READ ACCT-REC.
029400     PERFORM H920-CHECK-ACCT-STATUS
029500 H110-END. EXIT.
029600*----------------------------------------------------------------
029700* H200-PROCESS - KEEP ONE JOURNAL ENTRY DATED AFTER THE AS-OF
029800*                DATE FOR UNDOING, COUNT ONE ON OR BEFORE IT AS
029900*                ALREADY PART OF THE PICTURE, AND READ THE NEXT
030000*----------------------------------------------------------------
030100 H200-PROCESS.
030200     ADD 1 TO WS-JRNL-COUNT
030300     IF AUDT-DATE > WS-ASOF-DATE
030400         IF WS-JE-USED >= 10000
030500             DISPLAY '*** FBET005 ABEND *** JOURNAL TABLE FULL'
030600             MOVE 16 TO RETURN-CODE
030700             PERFORM H300-CLOSE-FILES
030800             STOP RUN
030900         END-IF
031000         ADD 1 TO WS-JE-USED
031100         MOVE AUDT-DATE         TO WS-JE-DATE(WS-JE-USED)
031200         MOVE AUDT-TRAN-NO      TO WS-JE-TRAN(WS-JE-USED)
031300         MOVE AUDT-FUNCTION     TO WS-JE-FUNC(WS-JE-USED)
031400         MOVE AUDT-SEQ          TO WS-JE-SEQ(WS-JE-USED)
031500         MOVE AUDT-BEFORE-IMAGE TO WS-JE-BEFORE(WS-JE-USED)
031600         MOVE AUDT-AFTER-IMAGE  TO WS-JE-AFTER(WS-JE-USED)
031700     ELSE
031800         ADD 1 TO WS-KEPT-COUNT
031900     END-IF
032000     PERFORM H210-READ-JOURNAL THRU H210-END
032100     PERFORM H921-CHECK-AUDT-STATUS
032200 H200-END. EXIT.
032208*----------------------------------------------------------------
032216* H210-READ-JOURNAL - ASK FBEJ005 FOR THE NEXT JOURNAL RECORD AND
032225*                     HAND IT ON AS AUDT-RECORD WITH A FILE STATUS
032233*                     IN AUDT-ST
032241*----------------------------------------------------------------
032250 H210-READ-JOURNAL.
032258     MOVE 'R' TO JRN-FUNCTION
032266     CALL 'FBEJ005' USING JRN-REQUEST
032275     MOVE JRN-ST     TO AUDT-ST
032283     MOVE JRN-RECORD TO AUDT-RECORD.
032291 H210-END. EXIT.
032300*----------------------------------------------------------------
032400* H220-UNDO-ONE-ENTRY - UNDO ONE JOURNAL ENTRY. AN INSERT OR A
032500*                       REINSTATEMENT MUST FIND ITS AFTER-IMAGE
032600*                       AND TAKES THE RECORD OUT; AN UPDATE MUST
032700*                       FIND ITS AFTER-IMAGE AND PUTS THE BEFORE-
032800*                       IMAGE BACK; A DELETE MUST FIND NO RECORD
032900*                       AND PUTS THE BEFORE-IMAGE BACK. AN ENTRY
033000*                       THAT DOES NOT MATCH IS STILL UNDONE, SO
033100*                       THE REST OF THE WIND-BACK CAN GO ON, BUT
033200*                       IT IS LISTED AND THE IMAGE IS UNRELIABLE
033300*----------------------------------------------------------------
033400 H220-UNDO-ONE-ENTRY.
033500     MOVE WS-JE-SEQ(WS-JE-SUB) TO WS-IMG-LOOKUP-SEQ
033600     PERFORM H240-FIND-IMAGE THRU H240-END
033700     MOVE 'Y'    TO WS-MATCH-SW
033800     MOVE SPACES TO WS-EXCP-REASON
033900     EVALUATE WS-JE-FUNC(WS-JE-SUB)
034000         WHEN 'I'
034100         WHEN 'R'
034200             PERFORM H225-CHECK-AFTER-IMAGE THRU H225-END
034300             IF WS-IMG-FOUND-SUB > 0
034400                 MOVE 'N' TO WS-IMG-PRESENT(WS-IMG-FOUND-SUB)
034500             END-IF
034600             ADD 1 TO WS-UNDO-INS-COUNT
034700         WHEN 'U'
034800             PERFORM H225-CHECK-AFTER-IMAGE THRU H225-END
034900             PERFORM H250-PUT-BEFORE-IMAGE THRU H250-END
035000             ADD 1 TO WS-UNDO-UPD-COUNT
035100         WHEN 'D'
035200             IF WS-IMG-FOUND-SUB > 0
035300                 IF WS-IMG-IS-PRESENT(WS-IMG-FOUND-SUB)
035400                     MOVE 'N' TO WS-MATCH-SW
035500                     MOVE 'DELETED RECORD STILL ON MASTER'
035600                         TO WS-EXCP-REASON
035700                 END-IF
035800             END-IF
035900             PERFORM H250-PUT-BEFORE-IMAGE THRU H250-END
036000             ADD 1 TO WS-UNDO-DEL-COUNT
036100         WHEN OTHER
036200             MOVE 'N' TO WS-MATCH-SW
036300             MOVE 'UNKNOWN JOURNAL FUNCTION - SKIPPED'
036400                 TO WS-EXCP-REASON
036500     END-EVALUATE
036600     IF NOT WS-ENTRY-MATCHES
036700         PERFORM H260-WRITE-EXCEPTION THRU H260-END
036800     END-IF
036900 H220-END. EXIT.
037000*----------------------------------------------------------------
037100* H225-CHECK-AFTER-IMAGE - THE RECORD IN STORAGE MUST BE PRESENT
037200*                          AND EXACTLY THE ENTRY'S AFTER-IMAGE
037300*----------------------------------------------------------------
037400 H225-CHECK-AFTER-IMAGE.
037500     IF WS-IMG-FOUND-SUB = 0
037600         MOVE 'N' TO WS-MATCH-SW
037700         MOVE 'RECORD NOT ON MASTER AT THIS POINT'
037800             TO WS-EXCP-REASON
037900         GO TO H225-END
038000     END-IF
038100     IF NOT WS-IMG-IS-PRESENT(WS-IMG-FOUND-SUB)
038200         MOVE 'N' TO WS-MATCH-SW
038300         MOVE 'RECORD NOT ON MASTER AT THIS POINT'
038400             TO WS-EXCP-REASON
038500         GO TO H225-END
038600     END-IF
038700     IF WS-IMG-DATA(WS-IMG-FOUND-SUB) NOT = WS-JE-AFTER(WS-JE-SUB)
038800         MOVE 'N' TO WS-MATCH-SW
038900         MOVE 'AFTER-IMAGE DOES NOT MATCH MASTER'
039000             TO WS-EXCP-REASON
039100     END-IF
039200 H225-END. EXIT.
039300*----------------------------------------------------------------
039400* H240-FIND-IMAGE - BINARY SEARCH OF WS-IMG-TABLE FOR
039500*                   WS-IMG-LOOKUP-SEQ. WS-IMG-FOUND-SUB IS THE
039600*                   ENTRY, OR ZERO WITH WS-IMG-LO THE SLOT THE KEY
039700*                   WOULD GO IN
039800*----------------------------------------------------------------
039900 H240-FIND-IMAGE.
040000     MOVE 0           TO WS-IMG-FOUND-SUB
040100     MOVE 1           TO WS-IMG-LO
040200     MOVE WS-IMG-USED TO WS-IMG-HI
040300     PERFORM H245-PROBE-IMAGE THRU H245-END
040400         UNTIL WS-IMG-LO > WS-IMG-HI
040500            OR WS-IMG-FOUND-SUB > 0
040600 H240-END. EXIT.
040700*----------------------------------------------------------------
040800* H245-PROBE-IMAGE - COMPARE THE MIDDLE OF THE REMAINING RANGE
040900*                    AND HALVE IT
041000*----------------------------------------------------------------
041100 H245-PROBE-IMAGE.
041200     COMPUTE WS-IMG-MID = (WS-IMG-LO + WS-IMG-HI) / 2
041300     EVALUATE TRUE
041400         WHEN WS-IMG-SEQ(WS-IMG-MID) = WS-IMG-LOOKUP-SEQ
041500             MOVE WS-IMG-MID TO WS-IMG-FOUND-SUB
041600         WHEN WS-IMG-SEQ(WS-IMG-MID) < WS-IMG-LOOKUP-SEQ
041700             COMPUTE WS-IMG-LO = WS-IMG-MID + 1
041800         WHEN OTHER
041900             COMPUTE WS-IMG-HI = WS-IMG-MID - 1
042000     END-EVALUATE
042100 H245-END. EXIT.
042200*----------------------------------------------------------------
042300* H250-PUT-BEFORE-IMAGE - MAKE THE ENTRY'S BEFORE-IMAGE THE RECORD
042400*                         IN STORAGE, SLOTTING THE KEY IN WHERE
042500*                         H240-FIND-IMAGE SAID IT BELONGS IF THE
042600*                         TABLE HAS NEVER HELD IT
042700*----------------------------------------------------------------
042800 H250-PUT-BEFORE-IMAGE.
042900     IF WS-IMG-FOUND-SUB = 0
043000         IF WS-IMG-USED >= 10000
043100             DISPLAY '*** FBET005 ABEND *** IMAGE TABLE FULL'
043200             MOVE 16 TO RETURN-CODE
043300             PERFORM H300-CLOSE-FILES
043400             STOP RUN
043500         END-IF
043600         PERFORM H255-SHIFT-ONE-IMAGE THRU H255-END
043700             VARYING WS-IMG-SUB FROM WS-IMG-USED BY -1
043800             UNTIL WS-IMG-SUB < WS-IMG-LO
043900         ADD 1 TO WS-IMG-USED
044000         MOVE WS-IMG-LO TO WS-IMG-FOUND-SUB
044100         MOVE WS-JE-SEQ(WS-JE-SUB) TO WS-IMG-SEQ(WS-IMG-FOUND-SUB)
044200     END-IF
044300     MOVE 'Y' TO WS-IMG-PRESENT(WS-IMG-FOUND-SUB)
044400     MOVE WS-JE-BEFORE(WS-JE-SUB) TO WS-IMG-DATA(WS-IMG-FOUND-SUB)
044500 H250-END. EXIT.
044600*----------------------------------------------------------------
044700* H255-SHIFT-ONE-IMAGE - MOVE ONE WS-IMG-TABLE ENTRY DOWN A SLOT
044800*                        TO OPEN A GAP FOR A NEW KEY
044900*----------------------------------------------------------------
045000 H255-SHIFT-ONE-IMAGE.
045100     COMPUTE WS-IMG-NEXT = WS-IMG-SUB + 1
045200     MOVE WS-IMG-ENTRY(WS-IMG-SUB) TO WS-IMG-ENTRY(WS-IMG-NEXT)
045300 H255-END. EXIT.
045400*----------------------------------------------------------------
045500* H260-WRITE-EXCEPTION - LIST ONE JOURNAL ENTRY THAT DID NOT MATCH
045600*                        THE RECORD IT WAS UNDOING
045700*----------------------------------------------------------------
045800 H260-WRITE-EXCEPTION.
045900     MOVE SPACES               TO ASOF-EXCP-REC
046000     MOVE WS-JE-DATE(WS-JE-SUB) TO EX-DATE
046100     MOVE WS-JE-TRAN(WS-JE-SUB) TO EX-TRAN
046200     MOVE WS-JE-FUNC(WS-JE-SUB) TO EX-FUNC
046300     MOVE WS-JE-SEQ(WS-JE-SUB)  TO EX-SEQ
046400     MOVE WS-EXCP-REASON       TO EX-REASON
046500     WRITE ASOF-EXCP-REC
046600     PERFORM H922-CHECK-RPT-STATUS
046700     ADD 1 TO WS-EXCP-COUNT
046800 H260-END. EXIT.
046900*----------------------------------------------------------------
047000* H400-WRITE-ONE-IMAGE - WRITE ONE RECORD STILL PRESENT AFTER THE
047100*                        WIND-BACK AS A BKUPFILE DETAIL. THE TABLE
047200*                        IS IN KEY ORDER, AS FBEL005 NEEDS
047300*----------------------------------------------------------------
047400 H400-WRITE-ONE-IMAGE.
047500     IF WS-IMG-IS-PRESENT(WS-IMG-SUB)
047600         MOVE SPACES                  TO BKUP-RECORD
047700         MOVE 'D'                     TO BKUP-TYPE
047800         MOVE WS-IMG-DATA(WS-IMG-SUB) TO BKUP-DATA
047900         WRITE BKUP-RECORD
048000         PERFORM H923-CHECK-BKUP-STATUS
048100         ADD 1 TO WS-OUT-COUNT
048200     END-IF
048300 H400-END. EXIT.
048400*----------------------------------------------------------------
048500* H410-WRITE-ONE-TOTAL - PRINT ONE RUN-TOTAL LINE. THE CALLER
048600*                        HAS ALREADY STAGED AT-LIT AND AT-COUNT
048700*----------------------------------------------------------------
048800 H410-WRITE-ONE-TOTAL.
048900     WRITE ASOF-TOTAL-REC
049000     PERFORM H922-CHECK-RPT-STATUS
049100 H410-END. EXIT.
049200*----------------------------------------------------------------
049300* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
049400*----------------------------------------------------------------
049500 H300-CLOSE-FILES.
049525*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
049550*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
049575     MOVE RETURN-CODE TO WS-SAVE-RC
049600     CLOSE ACCT-REC.
049667     MOVE 'C' TO JRN-FUNCTION
049733     CALL 'FBEJ005' USING JRN-REQUEST
049800     CLOSE ASOF-BKUP.
049900     CLOSE ASOF-RPT.
049933     MOVE WS-SAVE-RC TO RETURN-CODE
049966     PERFORM H310-END-CYCLE-STEP THRU H310-END
050000     MOVE 'D' TO LOK-FUNCTION
050100     CALL 'FBEK005' USING LOK-REQUEST
050150     MOVE WS-SAVE-RC TO RETURN-CODE.
050200 H300-END. EXIT.
050207*----------------------------------------------------------------
050214* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE CYCLE WITH ITS
050221*                       RETURN-CODE AND RECORD COUNTS
050228*----------------------------------------------------------------
050235 H310-END-CYCLE-STEP.
050242     MOVE 'E'             TO CYC-FUNCTION
050249     MOVE RETURN-CODE     TO CYC-RC
050256     MOVE WS-JRNL-COUNT   TO CYC-READ-COUNT
050263     MOVE WS-OUT-COUNT    TO CYC-WRITE-COUNT
050270     MOVE WS-EXCP-COUNT   TO CYC-EXCP-COUNT
050277     CALL 'FBEN005' USING CYC-REQUEST
050284     MOVE CYC-RC          TO RETURN-CODE.
050291 H310-END. EXIT.
050300*----------------------------------------------------------------
050400* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
050500*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
050600*                  SHOWS THE FAILURE INSTEAD OF A CLEAN STOP RUN
050700*----------------------------------------------------------------
050800 H910-ABEND-RTN.
050900     DISPLAY '*** FBET005 ABEND *** FILE=' WS-ABEND-FILE
051000             ' STATUS=' WS-ABEND-STATUS
051100     MOVE 16 TO RETURN-CODE
051200     PERFORM H300-CLOSE-FILES
051300     STOP RUN.
051400 H910-END. EXIT.
051500*----------------------------------------------------------------
051600* H920-CHECK-ACCT-STATUS - COMMON ACCTREC FILE-STATUS CHECK
051700*----------------------------------------------------------------
051800 H920-CHECK-ACCT-STATUS.
051900     IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
052000         MOVE 'ACCTREC' TO WS-ABEND-FILE
052100         MOVE ACCT-ST   TO WS-ABEND-STATUS
052200         PERFORM H910-ABEND-RTN
052300     END-IF
052400 H920-END. EXIT.
052500*----------------------------------------------------------------
052600* H921-CHECK-AUDT-STATUS - COMMON AUDTFILE FILE-STATUS CHECK
052700*----------------------------------------------------------------
052800 H921-CHECK-AUDT-STATUS.
052900     IF NOT AUDT-EOF AND NOT AUDT-SUCCESS
053000         MOVE 'AUDTFILE' TO WS-ABEND-FILE
053100         MOVE AUDT-ST    TO WS-ABEND-STATUS
053200         PERFORM H910-ABEND-RTN
053300     END-IF
053400 H921-END. EXIT.
053500*----------------------------------------------------------------
053600* H922-CHECK-RPT-STATUS - COMMON ASOFRPT FILE-STATUS CHECK
053700*----------------------------------------------------------------
053800 H922-CHECK-RPT-STATUS.
053900     IF NOT RPT-SUCCESS
054000         MOVE 'ASOFRPT' TO WS-ABEND-FILE
054100         MOVE RPT-ST    TO WS-ABEND-STATUS
054200         PERFORM H910-ABEND-RTN
054300     END-IF
054400 H922-END. EXIT.
054500*----------------------------------------------------------------
054600* H923-CHECK-BKUP-STATUS - COMMON ASOFBKUP FILE-STATUS CHECK
054700*----------------------------------------------------------------
054800 H923-CHECK-BKUP-STATUS.
054900     IF NOT BKUP-SUCCESS
055000         MOVE 'ASOFBKUP' TO WS-ABEND-FILE
055100         MOVE BKUP-ST    TO WS-ABEND-STATUS
055200         PERFORM H910-ABEND-RTN
055300     END-IF
055400 H923-END. EXIT.
055500*----------------------------------------------------------------
055600* H999-PROGRAM-EXIT - SEAL THE IMAGE WITH THE COUNT TRAILER,
055700*                     MARKED UNRELIABLE IF ANY ENTRY FAILED TO
055800*                     MATCH, PRINT THE TOTALS AND PROVE THE IMAGE
055900*                     COUNT, CLOSE UP AND END THE RUN. RETURN-CODE
056000*                     8 FOR AN UNRELIABLE IMAGE OR A COUNT THAT
056100*                     DOES NOT RECONCILE
056200*----------------------------------------------------------------
056300 H999-PROGRAM-EXIT.
056400     MOVE SPACES          TO BKUP-RECORD
056500     MOVE 'T'             TO BKUP-TYPE
056600     MOVE WS-OUT-COUNT    TO BKUP-COUNT
056700     MOVE WS-ASOF-DATE    TO BKUP-ASOF-DATE
056800     IF WS-EXCP-COUNT > 0
056900         MOVE 'U' TO BKUP-RELIABILITY
057000     END-IF
057100     WRITE BKUP-RECORD.
057200     PERFORM H923-CHECK-BKUP-STATUS
057300     MOVE SPACES                  TO ASOF-TOTAL-REC
057400     MOVE 'LIVE RECORDS TAKEN..:'  TO AT-LIT
057500     MOVE WS-LIVE-COUNT           TO AT-COUNT
057600     PERFORM H410-WRITE-ONE-TOTAL
057700     MOVE SPACES                  TO ASOF-TOTAL-REC
057800     MOVE 'JOURNAL ENTRIES READ:'  TO AT-LIT
057900     MOVE WS-JRNL-COUNT           TO AT-COUNT
058000     PERFORM H410-WRITE-ONE-TOTAL
058100     MOVE SPACES                  TO ASOF-TOTAL-REC
058200     MOVE 'ON/BEFORE AS-OF DATE:'  TO AT-LIT
058300     MOVE WS-KEPT-COUNT           TO AT-COUNT
058400     PERFORM H410-WRITE-ONE-TOTAL
058500     MOVE SPACES                  TO ASOF-TOTAL-REC
058600     MOVE 'INSERTS TAKEN OUT...:'  TO AT-LIT
058700     MOVE WS-UNDO-INS-COUNT       TO AT-COUNT
058800     PERFORM H410-WRITE-ONE-TOTAL
058900     MOVE SPACES                  TO ASOF-TOTAL-REC
059000     MOVE 'UPDATES REVERSED....:'  TO AT-LIT
059100     MOVE WS-UNDO-UPD-COUNT       TO AT-COUNT
059200     PERFORM H410-WRITE-ONE-TOTAL
059300     MOVE SPACES                  TO ASOF-TOTAL-REC
059400     MOVE 'DELETES PUT BACK....:'  TO AT-LIT
059500     MOVE WS-UNDO-DEL-COUNT       TO AT-COUNT
059600     PERFORM H410-WRITE-ONE-TOTAL
059700     MOVE SPACES                  TO ASOF-TOTAL-REC
059800     MOVE 'JOURNAL EXCEPTIONS..:'  TO AT-LIT
059900     MOVE WS-EXCP-COUNT           TO AT-COUNT
060000     PERFORM H410-WRITE-ONE-TOTAL
060100     MOVE SPACES                  TO ASOF-TOTAL-REC
060200     MOVE 'IMAGE RECORDS OUT...:'  TO AT-LIT
060300     MOVE WS-OUT-COUNT            TO AT-COUNT
060400     PERFORM H410-WRITE-ONE-TOTAL
060500     COMPUTE WS-CHECK-COUNT = WS-LIVE-COUNT - WS-UNDO-INS-COUNT
060600                            + WS-UNDO-DEL-COUNT
060700     MOVE SPACES TO ASOF-HDR-REC
060800     EVALUATE TRUE
060900         WHEN WS-EXCP-COUNT > 0
061000             MOVE '*** IMAGE UNRELIABLE - SEE EXCEPTIONS ***'
061100                 TO DH-LIT
061200             MOVE 8 TO RETURN-CODE
061300         WHEN WS-CHECK-COUNT NOT = WS-OUT-COUNT
061400             MOVE '*** COUNTS DO NOT RECONCILE ***'
061500                 TO DH-LIT
061600             MOVE 8 TO RETURN-CODE
061700         WHEN OTHER
061800             MOVE '*** IMAGE RECONCILES TO THE JOURNAL ***'
061900                 TO DH-LIT
062000     END-EVALUATE
062100     WRITE ASOF-HDR-REC.
062200     PERFORM H922-CHECK-RPT-STATUS
062300     DISPLAY 'FBET005 AS-OF ' WS-ASOF-DATE
062400             ' RECORDS WRITTEN: ' WS-OUT-COUNT
062500     PERFORM H300-CLOSE-FILES.
062600     STOP RUN.
