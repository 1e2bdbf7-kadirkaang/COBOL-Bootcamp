005417*                  TRANFILE-RELATIVE WS-TRAN-COUNT STILL DRIVES
005418*                  THE CKPTFILE CHECKPOINT AND THE REJECT STAMP,
005419*                  WHICH THE RESTART SKIP DEPENDS ON.
005420* 2026-10-15 KKG   ADDED AN 'R' REINSTATE FUNCTION FOR A REHIRE.
005422*                  THE TRANSACTION NAMES THE LEAVER BY TRAN-SEQ
005424*                  OR, WITH TRAN-SEQ BLANK, BY TRAN-NATL-ID AND
005426*                  KEYS ONLY THE NEW DEPARTMENT AND ADDRESS. THE
005428*                  LAST ARCHIVED IMAGE FOR THAT PERSON IS TAKEN
005430*                  FROM ARCHFILE (LOADED ONCE AT START OF RUN),
005432*                  THE KEYED DEPARTMENT AND ADDRESS ARE LAID OVER
005434*                  IT, AND THE RESULT GOES THROUGH THE SAME CHECKS
005436*                  AS AN INSERT, DEPTMST INCLUDED, BEFORE IT IS
005438*                  WRITTEN BACK UNDER THE ORIGINAL ACCT-SEQ. THE
005440*                  RESTORE IS JOURNALLED TO AUDTFILE AS AN 'R' SO
005442*                  FBEH005 COUNTS A REJOINER AND FBER005 CAN
005444*                  REPLAY IT, AND LOGS RESTORED ON MAINTRPT. AN
005446*                  ORDINARY 'I' WHOSE NATIONAL ID MATCHES AN
005448*                  ARCHIVED IMAGE IS NOW REJECTED AS R012 SO A
005450*                  LEAVER CANNOT COME BACK UNDER A SECOND KEY.
005451* 2026-10-15 KKG   THE RUN NOW CHECKS IN WITH THE FBEN005 NIGHTLY
005452*                  CYCLE CONTROL BEFORE TAKING THE LOCK, AS THE
005453*                  FIRST STEP OF THE BUSINESS DATE: ONCE IT HAS
005454*                  COMPLETED FOR THAT DATE A SECOND RUN IS
005455*                  REFUSED WITH RETURN-CODE 24 UNLESS A CYCCARD
005456*                  OVERRIDE NAMES IT (A CHECKPOINT RESTART AFTER
005457*                  A FAILED RUN NEEDS NO OVERRIDE). ITS RETURN-
005458*                  CODE, TRANSACTIONS READ, JOURNAL ENTRIES
005459*                  WRITTEN AND REJECTS GO TO CYCFILE AT CLOSE.
005461* 2026-10-15 KKG   MAKER-CHECKER HOLDS. A NATIONAL ID OR BIRTH
005462*                  DATE CHANGE, EVERY DELETE, AND A DEPARTMENT
005463*                  MOVE WHOSE OLD AND NEW DEPARTMENTS SIT UNDER
005464*                  DIFFERENT DIVISIONS IN THE DEPT-PARENT-CODE
005465*                  CHAIN ARE NO LONGER APPLIED ON THE NIGHT: ONCE
005466*                  VALIDATED THEY ARE WRITTEN TO PENDFILE WITH THE
005467*                  REQUESTING CLERK (NEW CTLCARD FIELD), THE HOLD
005468*                  REASON AND THE BEFORE-IMAGE, AND LOGGED HELD ON
005469*                  MAINTRPT. AT START OF RUN THE PRIOR CYCLE'S
005470*                  QUEUE (PRVPEND) IS WORKED AGAINST THE
005471*                  SUPERVISORS' DECISIONS ON APPRFILE: A RELEASE
005472*                  IS APPLIED AND JOURNALLED ONLY WHILE THE RECORD
005473*                  STILL MATCHES THE HELD BEFORE-IMAGE, THE SAME
005474*                  TEST FBER005 APPLIES, AND IS LOGGED STALE
005475*                  OTHERWISE; A DECLINE DROPS THE HOLD; A DECISION
005476*                  SIGNED BY THE REQUESTER, OR NOT SIGNED, IS
005477*                  REFUSED; ANYTHING UNDECIDED IS CARRIED FORWARD
005478*                  TO PENDFILE. DECISIONS ARE LOGGED ON MAINTRPT
005479*                  UNDER FUNCTION 'A'.
005480* 2026-10-15 KKG   AN UPDATE NOW NEED CARRY ONLY THE FIELDS IT
005481*                  CHANGES: A BLANK NAME, SURNAME, NATIONAL ID,
005482*                  DEPARTMENT OR ADDRESS BLOCK, OR A ZERO BIRTH
005483*                  DATE OR TODAY FIELD, KEEPS THE VALUE ALREADY ON
005484*                  ACCTREC. THE RECORD IS LOCATED FIRST AND THE
005485*                  KEPT VALUES FILLED IN BEFORE THE USUAL CHECKS,
005486*                  SO THE MERGED RECORD IS WHAT IS VALIDATED, HELD
005487*                  OR APPLIED. THE FBEF005 HR FEED COMPARISON
005488*                  WRITES ITS UPDATES THIS WAY. A BLANK ADDRESS
005489*                  BLOCK NO LONGER CLEARS THE ADDRESS.
005490* 2026-10-15 KKG   AN UPDATE, INSERT OR REINSTATEMENT NOW HAS ITS
005491*                  POSTCODE PROVED AGAINST THE NEW POSTMST POSTAL
005492*                  REFERENCE MASTER: A POSTCODE NOT ON POSTMST, OR
005493*                  ONE THAT BELONGS TO ANOTHER CITY THAN THE ONE
005495*                  KEYED, IS REJECTED AS R013. NO CITY AND NO
005496*                  POSTCODE AT ALL IS NOT CHECKED, AND AN UPDATE
005497*                  LEAVING BOTH AS ALREADY ON FILE IS NOT STOPPED
005498*                  FOR THEM (THE FBEV005 SWEEP LISTS THOSE).
005499* 2026-10-15 KKG   THE SEED OF TODAY'S HIGHEST AUDT-TRAN-NO NOW
005501*                  READS THE JOURNAL THROUGH FBEJ005 FOR THE RUN
005503*                  DATE ONLY, INSTEAD OF ALL OF AUDTFILE, NOW THAT
005505*                  FBEJ010 CLOSES THE JOURNAL INTO CATALOGUED
005507*                  GENERATIONS AT MONTH-END. THE JOURNAL IS STILL
005509*                  WRITTEN BY OPENING AUDTFILE EXTEND.
005515* 2026-10-15 KKG   THE RETURN-CODE THE RUN ENDS WITH IS NOW KEPT
005521*                  ACROSS THE CLOSING CALL THAT GIVES BACK THE
005527*                  RUN-CONTROL LOCK, WHICH USED TO HAND BACK ZERO
005533*                  IN ITS PLACE.
005534* 2026-10-15 KKG   A CHANGE THAT NEEDS A SUPERVISOR'S HOLD IS NOW
005535*                  REJECTED AS R014 WHEN NO CTLCARD NAMES THE
005536*                  CLERK, AND THE RUN ENDS RETURN-CODE 8, SINCE A
005537*                  HOLD WITH NO REQUESTER COULD BE SIGNED BY
005538*                  ANYONE; ONE ALREADY PARKED THAT WAY IS CARRIED
005539*                  FORWARD AS NO MAKER. A PARTIAL UPDATE FOR A
005540*                  KEY NOT ON ACCTREC IS LOGGED NOT FOUND AGAIN
005541*                  INSTEAD OF FAILING VALIDATION, AND THE DIVISION
005542*                  CLIMB NOW GOES TO TWENTY LEVELS AS ELSEWHERE.
005543* 2026-10-15 KKG   THE IN-CORE ARCHIVE TABLE NOW KEEPS ONE IMAGE
005544*                  PER ACCT-SEQ AND NATIONAL ID, SO A REUSED KEY
005545*                  NO LONGER HIDES ITS EARLIER LEAVER FROM THE
005546*                  R012 CHECK OR A REINSTATE. A RESTART FROM
005547*                  TRANSACTION ZERO WORKS THE HELD QUEUE AGAIN
005548*                  INSTEAD OF TAKING IT AS DONE.
005549*----------------------------------------------------------------
005550 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT TRAN-FILE  ASSIGN  TO  TRANFILE
007430                       ACCESS MODE  RANDOM
007440                       RECORD KEY   DEPT-CODE
007450                       STATUS      DEPT-ST.
007457     SELECT OPTIONAL PRV-PEND ASSIGN TO PRVPEND
007464                       STATUS      PRVP-ST.
007471     SELECT PEND-FILE  ASSIGN  TO  PENDFILE
007479                       STATUS      PEND-ST.
007486     SELECT OPTIONAL APPR-FILE ASSIGN TO APPRFILE
007493                       STATUS      APPR-ST.
007494     SELECT POST-MST   ASSIGN  TO  POSTMST
007495                       ORGANIZATION INDEXED
007497                       ACCESS MODE  RANDOM
007498                       RECORD KEY   POST-CODE
007499                       STATUS      POST-ST.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TRAN-FILE RECORDING MODE F.
008100         88  TRAN-UPDATE                VALUE 'U'.
008200         88  TRAN-INSERT                VALUE 'I'.
008300         88  TRAN-DELETE                VALUE 'D'.
008350         88  TRAN-REINSTATE             VALUE 'R'.
008400     COPY ACCTFLD REPLACING
008500         ==01 ACCT-FIELDS==     BY ==05 TRAN-FIELDS==
008600         ==05 ACCT-SEQ==        BY ==10 TRAN-SEQ==
013409 01  CTL-RECORD.
013411     05  CTL-RESTART-IND     PIC X(01).
013412     05  CTL-RESTART-TRAN    PIC 9(07).
013413     05  CTL-REQUESTER       PIC X(08).
013414*
013420 FD  DEPT-MST RECORDING MODE F.
013430     COPY DEPTFLD.
013432*
013435 FD  PRV-PEND RECORDING MODE F.
013437     COPY PENDFLD REPLACING
013439         ==01 PEND-RECORD==      BY ==01 PRVP-RECORD==
013442         ==05 PEND-HOLD-DATE==   BY ==05 PRVP-HOLD-DATE==
013444         ==05 PEND-HOLD-SEQ==    BY ==05 PRVP-HOLD-SEQ==
013446         ==05 PEND-REASON-CODE==
013449             BY ==05 PRVP-REASON-CODE==
013451         ==05 PEND-REASON-TEXT==
013453             BY ==05 PRVP-REASON-TEXT==
013456         ==05 PEND-REQUESTER==   BY ==05 PRVP-REQUESTER==
013458         ==05 PEND-FUNCTION==    BY ==05 PRVP-FUNCTION==
013460         ==05 PEND-SEQ==         BY ==05 PRVP-SEQ==
013463         ==05 PEND-BEFORE-IMAGE==
013465             BY ==05 PRVP-BEFORE-IMAGE==
013467         ==05 PEND-AFTER-IMAGE==
013470             BY ==05 PRVP-AFTER-IMAGE==.
013472*
013474 FD  PEND-FILE RECORDING MODE F.
013477     COPY PENDFLD.
013479*
013481 FD  APPR-FILE RECORDING MODE F.
013484 01  APPR-RECORD.
013486     05  APPR-HOLD-DATE      PIC 9(08).
013488     05  APPR-HOLD-SEQ       PIC 9(07).
013491     05  FILLER              PIC X(01).
013493     05  APPR-DECISION       PIC X(01).
013495     05  FILLER              PIC X(01).
013498     05  APPR-APPROVER       PIC X(08).
013500*
013525 FD  POST-MST RECORDING MODE F.
013550     COPY POSTFLD.
013575*
013600 WORKING-STORAGE SECTION.
013700 01  WS-WORK-AREA.
013800     05  TRAN-ST             PIC 9(02).
014600     05  RPT-ST              PIC 9(02).
014700         88  RPT-SUCCESS                VALUE 00 97.
014800     05  ARCH-ST             PIC 9(02).
014850         88  ARCH-EOF                   VALUE 10.
014900         88  ARCH-SUCCESS               VALUE 00 97.
015000         88  ARCH-NOT-FOUND             VALUE 05.
015100     05  AUDT-ST             PIC 9(02).
015150         88  AUDT-EOF                   VALUE 10.
015200         88  AUDT-SUCCESS               VALUE 00 97.
015300         88  AUDT-NOT-FOUND             VALUE 05.
015310     05  PRVP-ST             PIC 9(02).
015316         88  PRVP-EOF                   VALUE 10.
015322         88  PRVP-SUCCESS               VALUE 00 97.
015328         88  PRVP-NOT-FOUND             VALUE 05.
015334     05  PEND-ST             PIC 9(02).
015340         88  PEND-SUCCESS               VALUE 00 97.
015346     05  APPR-ST             PIC 9(02).
015352         88  APPR-EOF                   VALUE 10.
015358         88  APPR-SUCCESS               VALUE 00 97.
015364         88  APPR-NOT-FOUND             VALUE 05.
015370     05  POST-ST             PIC 9(02).
015376         88  POST-SUCCESS               VALUE 00 97.
015382         88  POST-NOT-FOUND             VALUE 23.
015400     05  REJC-ST             PIC 9(02).
015500         88  REJC-SUCCESS               VALUE 00 97.
015510     05  DEPT-ST             PIC 9(02).
015714 01  WS-CTL-RESTART-IND      PIC X(01) VALUE 'N'.
015716     88  WS-RESTART-REQUESTED        VALUE 'Y'.
015718 01  WS-CTL-RESTART-TRAN     PIC 9(07) VALUE 0.
015719     88  WS-RESTART-FROM-ZERO        VALUE 0.
015720*----------------------------------------------------------------
015723* WORKING STORAGE FOR THE MAKER-CHECKER HOLDS. THE REQUESTER IS
015725* THE CLERK WHOSE TRANFILE THIS IS, FROM THE CTLCARD. THE
015728* SUPERVISORS' APPRFILE DECISIONS ARE LOADED ONCE AT START OF RUN,
015730* EACH ADDRESSED BY THE HOLD'S RUN-DATE/TRANSACTION-NO STAMP; THE
015733* USED SWITCH SHOWS WHICH FOUND THEIR HOLD SO THE ORPHANS CAN BE
015735* LOGGED
015738*----------------------------------------------------------------
015740 01  WS-CTL-REQUESTER        PIC X(08) VALUE SPACES.
015743 01  WS-APR-TABLE.
015745     05  WS-APR-ENTRY        OCCURS 500 TIMES.
015748         10  WS-AP-DATE      PIC 9(08).
015750         10  WS-AP-SEQ       PIC 9(07).
015753         10  WS-AP-DECISION  PIC X(01).
015755             88  WS-AP-RELEASE          VALUE 'R'.
015758             88  WS-AP-DECLINE          VALUE 'D'.
015760         10  WS-AP-APPROVER  PIC X(08).
015763         10  WS-AP-USED-SW   PIC X(01).
015765             88  WS-AP-USED             VALUE 'Y'.
015768 01  WS-APR-USED             PIC 9(03) COMP VALUE 0.
015770 01  WS-APR-SUB              PIC 9(03) COMP.
015773 01  WS-APR-FOUND-SUB        PIC 9(03) COMP.
015775 01  WS-HOLD-SW              PIC X(01).
015778     88  WS-HOLD-REQUIRED            VALUE 'Y'.
015780 01  WS-HOLD-CODE            PIC X(04).
015783 01  WS-HOLD-TEXT            PIC X(25).
015785 01  WS-DIV-CODE             PIC X(04).
015788 01  WS-OLD-DIV-CODE         PIC X(04).
015790 01  WS-DIV-DEPTH            PIC 9(02) COMP.
015793 01  WS-DIV-TOP-SW           PIC X(01).
015795     88  WS-DIV-TOP                  VALUE 'Y'.
015798 01  WS-HOLD-COUNT           PIC 9(07) COMP VALUE 0.
015799 01  WS-NOREQ-COUNT          PIC 9(07) COMP VALUE 0.
015800 01  WS-BEFORE-IMAGE         PIC X(125) VALUE SPACES.
015900 01  WS-AFTER-IMAGE          PIC X(125) VALUE SPACES.
015902*----------------------------------------------------------------
015904* WORKING STORAGE FOR THE REINSTATE LOOKUP. ARCHFILE IS READ ONCE
015906* AT START OF RUN, BEFORE IT IS REOPENED FOR EXTEND, AND THE
015908* LATEST ARCHIVED IMAGE FOR EACH ACCT-SEQ IS KEPT HERE; A DELETE
015910* IN THIS RUN REFRESHES ITS ENTRY SO A LATER TRANSACTION IN THE
015912* SAME RUN SEES IT. THE TABLE IS SIZED TO THE WHOLE ACCT-SEQ
015915* KEYSPACE, AS FBEI005'S NATIONAL-ID TABLE IS
015917*----------------------------------------------------------------
015919 01  WS-ARC-TABLE.
015921     05  WS-ARC-ENTRY        OCCURS 10000 TIMES.
015923         10  WS-ARC-SEQ      PIC X(04).
015925         10  WS-ARC-NATL-ID  PIC X(11).
015927         10  WS-ARC-DATE     PIC 9(08).
015929         10  WS-ARC-IMAGE    PIC X(125).
015931 01  WS-ARC-USED             PIC 9(05) COMP VALUE 0.
015933 01  WS-ARC-SUB              PIC 9(05) COMP.
015935 01  WS-ARC-FOUND-SUB        PIC 9(05) COMP.
015938 01  WS-ARC-TIE-COUNT        PIC 9(05) COMP.
015940 01  WS-ARC-BANK-DATE        PIC 9(08).
015942 01  WS-ARC-LOOKUP-ID        PIC X(11).
015943 01  WS-ARC-LOOKUP-SEQ       PIC X(04).
015944*----------------------------------------------------------------
015946* ONE ARCHIVED ACCT-FIELDS IMAGE MAPPED BACK ONTO THE ACCTFLD
015948* LAYOUT, AND THE KEYED TRANSACTION HELD ASIDE WHILE A REINSTATE
015950* IS BUILT OVER THE TRAN-FIELDS AREA
015952*----------------------------------------------------------------
015954     COPY ACCTFLD REPLACING
015956         ==01 ACCT-FIELDS==     BY ==01 WAR-FIELDS==
015958         ==05 ACCT-SEQ==        BY ==05 WAR-SEQ==
015960         ==05 ACCT-AD==         BY ==05 WAR-AD==
015963         ==05 ACCT-SOYAD==      BY ==05 WAR-SOYAD==
015965         ==05 ACCT-DTAR==       BY ==05 WAR-DTAR==
015967         ==05 ACCT-TODAY==      BY ==05 WAR-TODAY==
015969         ==05 ACCT-NATL-ID==    BY ==05 WAR-NATL-ID==
015971         ==05 ACCT-DEPT-CODE==
015973             BY ==05 WAR-DEPT-CODE==
015975         ==05 ACCT-ADDR==       BY ==05 WAR-ADDR==
015977         ==10 ACCT-ADDR-LINE1==
015979             BY ==10 WAR-ADDR-LINE1==
015981         ==10 ACCT-ADDR-LINE2==
015983             BY ==10 WAR-ADDR-LINE2==
015985         ==10 ACCT-ADDR-CITY==
015988             BY ==10 WAR-ADDR-CITY==
015990         ==10 ACCT-ADDR-POSTAL==
015992             BY ==10 WAR-ADDR-POSTAL==.
015994 01  WS-TRAN-SAVE            PIC X(126).
015996 01  WS-RST-DEPT-CODE        PIC X(04).
015998 01  WS-RST-ADDR             PIC X(60).
016000*----------------------------------------------------------------
016100* WORKING STORAGE FOR TRANSACTION VALIDATION. THE CALENDAR-DATE
016200* WORK AREAS MIRROR THE ONES FBEG005 RUNS AGAINST ACCT-DTAR SO
020150* SERIALISE THIS RUN AGAINST THE OTHER ACCTREC PROGRAMS
020167*----------------------------------------------------------------
020183     COPY LOKREQ.
020184*----------------------------------------------------------------
020185* JOURNAL ACCESS REQUEST AREA FOR THE FBEJ005 CALLS THAT READ THE
020186* AUDIT JOURNAL TO SEED THE SEQUENCE COUNTER
020187*----------------------------------------------------------------
020188     COPY JRNREQ.
020189*----------------------------------------------------------------
020190* CYCLE-CONTROL REQUEST AREA FOR THE FBEN005 CALLS THAT CHECK
020191* THIS STEP IN AND OUT OF THE NIGHTLY CYCLE, AND THE COUNTS THE
020192* RUN REPORTS BACK TO IT AT CLOSE
020193*----------------------------------------------------------------
020194 01  WS-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
020195 01  WS-JRNL-WRITE-COUNT     PIC 9(07) COMP VALUE 0.
020196     COPY CYCREQ.
020200 01  WS-ABEND-INFO.
020300     05  WS-ABEND-FILE       PIC X(08).
020400     05  WS-ABEND-STATUS     PIC X(02).
020416*----------------------------------------------------------------
020432* THE RUN'S OWN RETURN-CODE, KEPT ASIDE WHILE THE CLOSING
020448* CALLS HAND BACK THEIRS
020464*----------------------------------------------------------------
020480 01  WS-SAVE-RC              PIC S9(04) COMP VALUE 0.
020500*----------------------------------------------------------------
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------
020800* 0000-MAIN - APPLY EACH TRANFILE TRANSACTION TO ACCTREC
020900*----------------------------------------------------------------
021000 0000-MAIN.
021050     PERFORM H050-BEGIN-CYCLE-STEP THRU H050-END.
021100     PERFORM H100-OPEN-FILES.
021200     PERFORM H200-PROCESS THRU H200-END UNTIL TRAN-EOF.
021300     PERFORM H999-PROGRAM-EXIT.
021306*----------------------------------------------------------------
021311* H050-BEGIN-CYCLE-STEP - CHECK THIS STEP INTO THE NIGHTLY CYCLE.
021317*                         THIS STEP MUST NOT ALREADY HAVE
021322*                         COMPLETED FOR THE BUSINESS DATE, OR
021328*                         THE RUN ENDS WITH THE RETURN-CODE
021333*                         FBEN005 GIVES BACK BEFORE ANYTHING OPENS
021339*----------------------------------------------------------------
021344 H050-BEGIN-CYCLE-STEP.
021350     MOVE 'B'        TO CYC-FUNCTION
021356     MOVE 'FBEM005 ' TO CYC-STEP
021361     CALL 'FBEN005' USING CYC-REQUEST
021367     IF NOT CYC-GO
021372         DISPLAY '*** FBEM005 *** REFUSED BY CYCLE CONTROL'
021378         MOVE CYC-REPLY-RC TO RETURN-CODE
021383         STOP RUN
021389     END-IF
021394 H050-END. EXIT.
021400*----------------------------------------------------------------
021500* H100-OPEN-FILES - OPEN THE TRANSACTION INPUT, THE MASTER FILE
021600*                   FOR RANDOM UPDATE, AND THE RESULT REPORT
021806     IF LOK-BUSY
021807         DISPLAY '*** FBEM005 *** ACCTREC HELD BY ANOTHER RUN'
021808         MOVE 12 TO RETURN-CODE
021829         PERFORM H310-END-CYCLE-STEP THRU H310-END
021850         STOP RUN
021860     END-IF
021870     PERFORM H105-READ-CTL-CARD
021900     OPEN INPUT  TRAN-FILE.
022000     IF NOT TRAN-SUCCESS
022100         MOVE 'TRANFILE' TO WS-ABEND-FILE
023400         MOVE RPT-ST     TO WS-ABEND-STATUS
023500         PERFORM H910-ABEND-RTN
023600     END-IF
023650     PERFORM H120-LOAD-ARCHIVE THRU H120-END
023700*    ARCHFILE IS OPENED EXTEND, NOT OUTPUT -- EARLIER RUNS'
023800*    ARCHIVED IMAGES ARE UNDER A SEVEN-YEAR RETENTION RULE AND
023900*    MUST NEVER BE TRUNCATED AWAY BY A LATER RUN. STATUS 05 IS
026250         MOVE DEPT-ST   TO WS-ABEND-STATUS
026260         PERFORM H910-ABEND-RTN
026270     END-IF
026271     OPEN INPUT  POST-MST.
026272     IF NOT POST-SUCCESS
026273         MOVE 'POSTMST' TO WS-ABEND-FILE
026274         MOVE POST-ST   TO WS-ABEND-STATUS
026275         PERFORM H910-ABEND-RTN
026276     END-IF
026277*    THE PRIOR CYCLE'S HELD QUEUE IS WORKED BEFORE TONIGHT'S
026284*    TRANSACTIONS AND A ZERO CHECKPOINT MARKS IT DONE. A RESTART
026291*    PAST THAT CHECKPOINT FINDS IT ALREADY WORKED BY THE ABENDED
026297*    RUN, SO IT ONLY EXTENDS PENDFILE, AS IT DOES THE OTHER RUN
026299*    LOGS. A RESTART FROM TRANSACTION ZERO MAY FOLLOW A RUN THAT
026300*    DIED INSIDE THE QUEUE, SO IT WORKS THE QUEUE AGAIN INTO A
026301*    FRESH PENDFILE; H140-RELEASE-HOLD PASSES OVER WHAT THE
026302*    ABENDED RUN ALREADY APPLIED
026304     IF WS-RESTART-REQUESTED
026305        AND NOT WS-RESTART-FROM-ZERO
026311         OPEN EXTEND PEND-FILE
026318     ELSE
026325         OPEN OUTPUT PEND-FILE
026332     END-IF
026338     IF NOT PEND-SUCCESS
026345         MOVE 'PENDFILE' TO WS-ABEND-FILE
026352         MOVE PEND-ST    TO WS-ABEND-STATUS
026359         PERFORM H910-ABEND-RTN
026366     END-IF
026373     IF NOT WS-RESTART-REQUESTED
026374        OR WS-RESTART-FROM-ZERO
026379         PERFORM H130-WORK-HELD-QUEUE THRU H130-END
026386         PERFORM H285-WRITE-CHECKPOINT
026393     END-IF
026400     READ TRAN-FILE.
026500     PERFORM H920-CHECK-TRAN-STATUS
026600 H100-END. EXIT.
026630*                      PLUS THE LAST TRANSACTION NUMBER CKPTFILE
026640*                      SHOWS AS APPLIED BY THE ABENDED RUN. NO
026650*                      CTLCARD MEANS A NORMAL FROM-THE-TOP RUN
026655*                      BY AN UNNAMED CLERK. COLUMNS 9-16 NAME THE
026657*                      CLERK WHOSE TRANFILE THIS IS, FOR THE HOLDS
026658*                      - WITHOUT THAT NAME NO CHANGE CAN BE HELD
026659*                      (SEE H229-QUEUE-HOLD)
026660*----------------------------------------------------------------
026662 H105-READ-CTL-CARD.
026664     OPEN INPUT CTL-CARD.
026676                AND CTL-RESTART-TRAN NUMERIC
026678                 MOVE CTL-RESTART-TRAN TO WS-CTL-RESTART-TRAN
026680             END-IF
026681             MOVE CTL-REQUESTER TO WS-CTL-REQUESTER
026682         ELSE
026684             IF NOT CTL-EOF
026686                 MOVE 'CTLCARD' TO WS-ABEND-FILE
026720*                      AFTER ITS OWN ABENDED FIRST ATTEMPT)
026723*                      NEVER REPEATS A (DATE, TRAN-NO) STAMP AND
026726*                      THE FBER005 CUT-OFF STAYS UNAMBIGUOUS.
026727*                      THE JOURNAL IS READ THROUGH FBEJ005 FOR THE
026728*                      RUN DATE ALONE.
026729*                      NO JOURNAL YET LEAVES THE COUNTER AT ZERO
026732*----------------------------------------------------------------
026735 H110-SEED-AUDT-SEQ.
026738     MOVE 'O'         TO JRN-FUNCTION
026741     MOVE 'FBEM005 '  TO JRN-PGM-NAME
026744     MOVE WS-RUN-DATE TO JRN-DATE-FROM
026747     MOVE WS-RUN-DATE TO JRN-DATE-TO
026750     CALL 'FBEJ005' USING JRN-REQUEST
026753     MOVE 'R' TO JRN-FUNCTION
026756     CALL 'FBEJ005' USING JRN-REQUEST
026759     PERFORM H115-SCAN-ONE-AUDT THRU H115-END
026762         UNTIL JRN-EOF
026765*    THE JOURNAL IS CLOSED AGAIN BEFORE AUDTFILE IS REOPENED
026768*    EXTEND BELOW
026771     MOVE 'C' TO JRN-FUNCTION
026774     CALL 'FBEJ005' USING JRN-REQUEST.
026782 H110-END. EXIT.
026783*----------------------------------------------------------------
026784* H115-SCAN-ONE-AUDT - BANK ONE JOURNAL RECORD'S TRANSACTION
026787*                      NEXT ONE
026788*----------------------------------------------------------------
026789 H115-SCAN-ONE-AUDT.
026790     IF JRN-AUDT-DATE NUMERIC AND JRN-AUDT-DATE = WS-RUN-DATE
026791      AND JRN-AUDT-TRAN-NO NUMERIC
026792      AND JRN-AUDT-TRAN-NO > WS-AUDT-SEQ-NO
026793         MOVE JRN-AUDT-TRAN-NO TO WS-AUDT-SEQ-NO
026794     END-IF
026795     MOVE 'R' TO JRN-FUNCTION
026796     CALL 'FBEJ005' USING JRN-REQUEST.
026797 H115-END. EXIT.
026799*----------------------------------------------------------------
026800* H200-PROCESS - APPLY ONE TRANSACTION AND READ THE NEXT ONE.
027800             PERFORM H230-INSERT THRU H230-END
027900         WHEN TRAN-DELETE
028000             PERFORM H250-DELETE THRU H250-END
028050         WHEN TRAN-REINSTATE
028060             PERFORM H235-REINSTATE THRU H235-END
028100         WHEN OTHER
028200             PERFORM H240-BAD-FUNCTION THRU H240-END
028300     END-EVALUATE
028600     READ TRAN-FILE.
028700     PERFORM H920-CHECK-TRAN-STATUS
028800 H200-END. EXIT.
028801*----------------------------------------------------------------
028803* H130-WORK-HELD-QUEUE - LOAD THE SUPERVISORS' DECISIONS FROM
028804*                        APPRFILE AND WORK THE PRIOR CYCLE'S HELD
028805*                        QUEUE AGAINST THEM: A RELEASED HOLD IS
028807*                        APPLIED, A DECLINED ONE DROPPED, AND THE
028808*                        REST CARRIED FORWARD TO PENDFILE. A
028810*                        DECISION THAT FOUND NO HOLD IS LOGGED,
028811*                        NOT LOST. NO PRVPEND MEANS NOTHING WAS
028812*                        HELD
028814*----------------------------------------------------------------
028815 H130-WORK-HELD-QUEUE.
028816     PERFORM H131-LOAD-APPROVALS THRU H131-END
028818     OPEN INPUT PRV-PEND.
028819     IF NOT PRVP-SUCCESS AND NOT PRVP-NOT-FOUND
028821         MOVE 'PRVPEND'  TO WS-ABEND-FILE
028822         MOVE PRVP-ST    TO WS-ABEND-STATUS
028823         PERFORM H910-ABEND-RTN
028825     END-IF
028826     IF PRVP-SUCCESS
028827         READ PRV-PEND
028829         PERFORM H929-CHECK-PRVP-STATUS
028830         PERFORM H135-WORK-ONE-HOLD THRU H135-END
028832             UNTIL PRVP-EOF
028833     END-IF
028834*    AS WITH ARCHFILE, THE 05 OPEN STILL LEAVES THE FILE OPEN
028836     CLOSE PRV-PEND.
028837     PERFORM H929-CHECK-PRVP-STATUS
028838     PERFORM H149-LOG-ORPHAN THRU H149-END
028840         VARYING WS-APR-SUB FROM 1 BY 1
028841         UNTIL WS-APR-SUB > WS-APR-USED
028842 H130-END. EXIT.
028844*----------------------------------------------------------------
028845* H131-LOAD-APPROVALS - READ THE WHOLE APPRFILE INTO WS-APR-TABLE.
028847*                       NO APPRFILE MEANS NO DECISIONS THIS CYCLE
028848*----------------------------------------------------------------
028849 H131-LOAD-APPROVALS.
028851     OPEN INPUT APPR-FILE.
028852     IF NOT APPR-SUCCESS AND NOT APPR-NOT-FOUND
028853         MOVE 'APPRFILE' TO WS-ABEND-FILE
028855         MOVE APPR-ST    TO WS-ABEND-STATUS
028856         PERFORM H910-ABEND-RTN
028858     END-IF
028859     IF APPR-SUCCESS
028860         READ APPR-FILE
028862         PERFORM H930-CHECK-APPR-STATUS
028863         PERFORM H132-LOAD-ONE-APPROVAL THRU H132-END
028864             UNTIL APPR-EOF
028866     END-IF
028867     CLOSE APPR-FILE.
028868     PERFORM H930-CHECK-APPR-STATUS
028870 H131-END. EXIT.
028871*----------------------------------------------------------------
028873* H132-LOAD-ONE-APPROVAL - BANK ONE DECISION AND READ THE NEXT.
028874*                          MORE DECISIONS THAN THE TABLE HOLDS IS
028875*                          A HARD STOP, NOT A SILENT TRUNCATION
028877*----------------------------------------------------------------
028878 H132-LOAD-ONE-APPROVAL.
028879     IF WS-APR-USED >= 500
028881         DISPLAY '*** FBEM005 ABEND *** APPROVAL TABLE FULL'
028882         MOVE 16 TO RETURN-CODE
028884         PERFORM H300-CLOSE-FILES
028885         STOP RUN
028886     END-IF
028888     ADD 1 TO WS-APR-USED
028889     MOVE APPR-HOLD-DATE TO WS-AP-DATE(WS-APR-USED)
028890     MOVE APPR-HOLD-SEQ  TO WS-AP-SEQ(WS-APR-USED)
028892     MOVE APPR-DECISION  TO WS-AP-DECISION(WS-APR-USED)
028893     MOVE APPR-APPROVER  TO WS-AP-APPROVER(WS-APR-USED)
028895     MOVE 'N'            TO WS-AP-USED-SW(WS-APR-USED)
028896     READ APPR-FILE.
028897     PERFORM H930-CHECK-APPR-STATUS
028899 H132-END. EXIT.
028900*----------------------------------------------------------------
029000* H210-FETCH - LOOK UP ONE ACCTREC RECORD BY KEY AND REPORT IT
029100*----------------------------------------------------------------
030600             MOVE 'NOT FOUND' TO MAINT-RESULT
030700     END-EVALUATE
030800 H210-END. EXIT.
030802*----------------------------------------------------------------
030803* H135-WORK-ONE-HOLD - FIND THE SUPERVISOR'S DECISION ON ONE HELD
030805*                      CHANGE AND ACT ON IT, LOGGING THE OUTCOME
030807*                      ON MAINTRPT UNDER FUNCTION 'A', THEN READ
030808*                      THE NEXT HOLD. A HOLD WITH NO DECISION YET
030810*                      GOES STRAIGHT TO PENDFILE UNLOGGED. A
030811*                      DECISION SIGNED BY THE CLERK WHO KEYED THE
030813*                      CHANGE, OR NOT SIGNED AT ALL, IS NOT A
030815*                      SECOND PAIR OF EYES AND IS REFUSED, AS IS
030816*                      A HOLD THAT NAMES NO CLERK AT ALL
030817*----------------------------------------------------------------
030818 H135-WORK-ONE-HOLD.
030820     MOVE SPACES            TO MAINT-LINE
030821     MOVE 'A'               TO MAINT-FUNCTION
030823     MOVE PRVP-SEQ          TO MAINT-SEQ
030825     MOVE PRVP-BEFORE-IMAGE TO WAR-FIELDS
030826     MOVE WAR-AD            TO MAINT-AD
030828     MOVE WAR-SOYAD         TO MAINT-SOYAD
030830     MOVE 0 TO WS-APR-FOUND-SUB
030831     PERFORM H136-MATCH-APPROVAL THRU H136-END
030833         VARYING WS-APR-SUB FROM 1 BY 1
030834         UNTIL WS-APR-SUB > WS-APR-USED
030836            OR WS-APR-FOUND-SUB > 0
030838     IF WS-APR-FOUND-SUB = 0
030839         PERFORM H148-CARRY-FORWARD THRU H148-END
030841         GO TO H135-NEXT
030843     END-IF
030844     MOVE 'Y' TO WS-AP-USED-SW(WS-APR-FOUND-SUB)
030846     EVALUATE TRUE
030848         WHEN WS-AP-APPROVER(WS-APR-FOUND-SUB) = SPACES
030849             MOVE 'UNSIGNED'  TO MAINT-RESULT
030851             PERFORM H148-CARRY-FORWARD THRU H148-END
030852         WHEN WS-AP-APPROVER(WS-APR-FOUND-SUB) = PRVP-REQUESTER
030854             MOVE 'SAME USER' TO MAINT-RESULT
030856             PERFORM H148-CARRY-FORWARD THRU H148-END
030857         WHEN PRVP-REQUESTER = SPACES
030858             MOVE 'NO MAKER'  TO MAINT-RESULT
030859             PERFORM H148-CARRY-FORWARD THRU H148-END
030860         WHEN WS-AP-DECLINE(WS-APR-FOUND-SUB)
030861             MOVE 'DECLINED'  TO MAINT-RESULT
030862         WHEN WS-AP-RELEASE(WS-APR-FOUND-SUB)
030863             PERFORM H140-RELEASE-HOLD THRU H140-END
030864         WHEN OTHER
030866             MOVE 'BAD DECSN' TO MAINT-RESULT
030867             PERFORM H148-CARRY-FORWARD THRU H148-END
030869     END-EVALUATE
030870     WRITE MAINT-LINE.
030872     PERFORM H921-CHECK-RPT-STATUS
030874 H135-NEXT.
030875     READ PRV-PEND.
030877     PERFORM H929-CHECK-PRVP-STATUS
030879 H135-END. EXIT.
030880*----------------------------------------------------------------
030882* H136-MATCH-APPROVAL - COMPARE ONE WS-APR-TABLE ENTRY NOT YET
030884*                       USED AGAINST THE HOLD'S
030885*                       RUN-DATE/TRANSACTION-NO STAMP
030887*----------------------------------------------------------------
030889 H136-MATCH-APPROVAL.
030890     IF WS-AP-DATE(WS-APR-SUB) = PRVP-HOLD-DATE
030892        AND WS-AP-SEQ(WS-APR-SUB) = PRVP-HOLD-SEQ
030893        AND NOT WS-AP-USED(WS-APR-SUB)
030895         MOVE WS-APR-SUB TO WS-APR-FOUND-SUB
030897     END-IF
030898 H136-END. EXIT.
030900*----------------------------------------------------------------
031000* H220-UPDATE - REWRITE ONE ACCTREC RECORD WITH THE TRANSACTION'S
031100*               FIELD VALUES, OR HOLD IT FOR A SUPERVISOR'S
031150*               APPROVAL WHEN THE CHANGE IS A SENSITIVE ONE.
031167*               A BLANK FIELD (A ZERO DATE) ON THE TRANSACTION
031183*               KEEPS THE VALUE ALREADY ON FILE, SO ONLY A
031190*               RECORD THAT IS THERE IS MERGED AND VALIDATED
031195*               AND A MISSING KEY IS LOGGED NOT FOUND
031200*----------------------------------------------------------------
031300 H220-UPDATE.
031400     MOVE SPACES         TO MAINT-LINE
031500     MOVE TRAN-FUNCTION  TO MAINT-FUNCTION
031600     MOVE TRAN-SEQ       TO MAINT-SEQ
031620     PERFORM H290-LOCATE-RECORD THRU H290-END
031640     IF WS-LOC-FOUND
031660         PERFORM H221-KEEP-UNCHANGED THRU H221-END
031680         PERFORM H270-VALIDATE-TRAN THRU H270-END
031700         IF WS-TRAN-INVALID
031800             PERFORM H280-WRITE-REJECT
031900             GO TO H220-END
032000         END-IF
032100     END-IF
032300     EVALUATE TRUE
032400         WHEN WS-LOC-FOUND
032500             MOVE ACCT-FIELDS      TO WS-BEFORE-IMAGE
033000             MOVE TRAN-NATL-ID     TO ACCT-NATL-ID
033100             MOVE TRAN-DEPT-CODE   TO ACCT-DEPT-CODE
033200             MOVE TRAN-ADDR        TO ACCT-ADDR
033214             PERFORM H225-CHECK-HOLD THRU H225-END
033229             IF WS-HOLD-REQUIRED
033243                 MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
033257                 PERFORM H229-QUEUE-HOLD THRU H229-END
033271                 GO TO H220-END
033286             END-IF
033300             REWRITE ACCT-FIELDS
033400             PERFORM H922-CHECK-ACCT-STATUS
033500             MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
034400             MOVE 'NOT FOUND' TO MAINT-RESULT
034500     END-EVALUATE
034600 H220-END. EXIT.
034601*----------------------------------------------------------------
034602* H225-CHECK-HOLD - DECIDE WHETHER AN UPDATE, ALREADY LAID OVER
034603*                   ACCT-FIELDS, MUST WAIT FOR A SUPERVISOR: A
034604*                   NATIONAL ID OR BIRTH DATE CHANGE, OR A MOVE TO
034605*                   A DEPARTMENT UNDER ANOTHER DIVISION. THE FIRST
034606*                   TEST THAT HITS SETS THE HOLD REASON
034607*----------------------------------------------------------------
034608 H225-CHECK-HOLD.
034609     MOVE 'N'             TO WS-HOLD-SW
034610     MOVE WS-BEFORE-IMAGE TO WAR-FIELDS
034611     IF ACCT-NATL-ID NOT = WAR-NATL-ID
034612         MOVE 'H001' TO WS-HOLD-CODE
034613         MOVE 'NATL ID CHANGE' TO WS-HOLD-TEXT
034614         MOVE 'Y' TO WS-HOLD-SW
034615         GO TO H225-END
034616     END-IF
034617     IF ACCT-DTAR NOT = WAR-DTAR
034618         MOVE 'H002' TO WS-HOLD-CODE
034619         MOVE 'BIRTH DATE CHANGE' TO WS-HOLD-TEXT
034620         MOVE 'Y' TO WS-HOLD-SW
034621         GO TO H225-END
034622     END-IF
034623     IF ACCT-DEPT-CODE = WAR-DEPT-CODE
034624         GO TO H225-END
034625     END-IF
034626     MOVE WAR-DEPT-CODE  TO WS-DIV-CODE
034627     PERFORM H226-FIND-DIVISION THRU H226-END
034628     MOVE WS-DIV-CODE    TO WS-OLD-DIV-CODE
034629     MOVE ACCT-DEPT-CODE TO WS-DIV-CODE
034630     PERFORM H226-FIND-DIVISION THRU H226-END
034631     IF WS-DIV-CODE NOT = WS-OLD-DIV-CODE
034632         MOVE 'H003' TO WS-HOLD-CODE
034633         MOVE 'CROSS-DIVISION MOVE' TO WS-HOLD-TEXT
034634         MOVE 'Y' TO WS-HOLD-SW
034635     END-IF
034636 H225-END. EXIT.
034637*----------------------------------------------------------------
034638* H226-FIND-DIVISION - CLIMB THE DEPT-PARENT-CODE CHAIN FROM THE
034639*                      DEPARTMENT IN WS-DIV-CODE TO ITS TOP-LEVEL
034640*                      DIVISION AND LEAVE THAT IN WS-DIV-CODE. A
034641*                      CODE NOT ON DEPTMST IS TAKEN AS ITS OWN
034642*                      TOP, AND THE CLIMB STOPS AFTER TWENTY
034643*                      LEVELS SO A LOOPED CHAIN ON THE MASTER
034644*                      CANNOT HANG THE RUN
034645*----------------------------------------------------------------
034646 H226-FIND-DIVISION.
034647     MOVE 'N' TO WS-DIV-TOP-SW
034648     PERFORM H227-CLIMB-ONE-LEVEL THRU H227-END
034649         VARYING WS-DIV-DEPTH FROM 1 BY 1
034651         UNTIL WS-DIV-DEPTH > 20 OR WS-DIV-TOP
034652 H226-END. EXIT.
034653*----------------------------------------------------------------
034654* H227-CLIMB-ONE-LEVEL - READ WS-DIV-CODE'S DEPTMST ENTRY AND STEP
034655*                        UP TO ITS PARENT, OR MARK THE TOP REACHED
034656*----------------------------------------------------------------
034657 H227-CLIMB-ONE-LEVEL.
034658     MOVE WS-DIV-CODE TO DEPT-CODE
034659     READ DEPT-MST
034660         INVALID KEY
034661             MOVE 'Y' TO WS-DIV-TOP-SW
034662         NOT INVALID KEY
034663             IF DEPT-PARENT-CODE = SPACES
034664                OR DEPT-PARENT-CODE = DEPT-CODE
034665                 MOVE 'Y' TO WS-DIV-TOP-SW
034666             ELSE
034667                 MOVE DEPT-PARENT-CODE TO WS-DIV-CODE
034668             END-IF
034669     END-READ
034670     PERFORM H926-CHECK-DEPT-STATUS
034671 H227-END. EXIT.
034672*----------------------------------------------------------------
034673* H228-WRITE-HOLD - PARK ONE SENSITIVE CHANGE ON PENDFILE INSTEAD
034674*                   OF APPLYING IT, STAMPED WITH THE RUN DATE AND
034675*                   TRANSACTION NUMBER AND CARRYING THE REQUESTER,
034676*                   THE HOLD REASON AND THE BEFORE/AFTER IMAGES
034677*                   THE CALLER HAS FILLED, AND LOG IT HELD ON
034678*                   MAINTRPT
034679*----------------------------------------------------------------
034680 H228-WRITE-HOLD.
034681     MOVE SPACES           TO PEND-RECORD
034682     MOVE WS-RUN-DATE      TO PEND-HOLD-DATE
034683     MOVE WS-TRAN-COUNT    TO PEND-HOLD-SEQ
034684     MOVE WS-HOLD-CODE     TO PEND-REASON-CODE
034685     MOVE WS-HOLD-TEXT     TO PEND-REASON-TEXT
034686     MOVE WS-CTL-REQUESTER TO PEND-REQUESTER
034687     MOVE TRAN-FUNCTION    TO PEND-FUNCTION
034688     MOVE ACCT-SEQ         TO PEND-SEQ
034689     MOVE WS-BEFORE-IMAGE  TO PEND-BEFORE-IMAGE
034690     MOVE WS-AFTER-IMAGE   TO PEND-AFTER-IMAGE
034691     WRITE PEND-RECORD
034692     PERFORM H928-CHECK-PEND-STATUS
034693     ADD 1 TO WS-HOLD-COUNT
034694     MOVE WS-BEFORE-IMAGE  TO WAR-FIELDS
034695     MOVE 'HELD'           TO MAINT-RESULT
034696     MOVE WAR-SEQ          TO MAINT-SEQ
034697     MOVE WAR-AD           TO MAINT-AD
034698     MOVE WAR-SOYAD        TO MAINT-SOYAD
034699 H228-END. EXIT.
034700*----------------------------------------------------------------
034710* H229-QUEUE-HOLD - HOLD ONE SENSITIVE CHANGE, BUT ONLY WHEN THE
034715*                   CTLCARD HAS NAMED THE CLERK WHO KEYED IT. A
034720*                   HOLD WITH NO REQUESTER COULD BE SIGNED BY
034725*                   ANYONE, SO THE CHANGE IS REJECTED AS R014
034730*                   INSTEAD AND THE RUN ENDS RETURN-CODE 8
034735*----------------------------------------------------------------
034740 H229-QUEUE-HOLD.
034745     IF WS-CTL-REQUESTER = SPACES
034750         MOVE 'R014' TO WS-REJECT-CODE
034755         MOVE 'HOLD NEEDS A REQUESTER' TO WS-REJECT-TEXT
034760         PERFORM H280-WRITE-REJECT
034765         ADD 1 TO WS-NOREQ-COUNT
034770     ELSE
034775         PERFORM H228-WRITE-HOLD THRU H228-END
034780     END-IF
034785 H229-END. EXIT.
034790*----------------------------------------------------------------
034800* H230-INSERT - ADD A NEW ACCTREC RECORD FOR A KEY THAT DOES NOT
034900*               EXIST YET
035000*----------------------------------------------------------------
036500         PERFORM H280-WRITE-REJECT
036600         GO TO H230-END
036700     END-IF
036710*    A NATIONAL ID ALREADY ON THE ARCHIVE IS A LEAVER COMING
036720*    BACK. AN INSERT WOULD GIVE THEM A SECOND KEY AND LOSE THE
036730*    LINK TO THEIR HISTORY, SO THEY MUST BE REINSTATED INSTEAD
036740     MOVE TRAN-NATL-ID TO WS-ARC-LOOKUP-ID
036745     MOVE SPACES       TO WS-ARC-LOOKUP-SEQ
036750     PERFORM H237-FIND-ARC-ENTRY THRU H237-END
036760     IF WS-ARC-FOUND-SUB > 0
036770         MOVE 'R012' TO WS-REJECT-CODE
036780         MOVE 'PRIOR EMP - USE REINSTATE' TO WS-REJECT-TEXT
036790         PERFORM H280-WRITE-REJECT
036795         GO TO H230-END
036797     END-IF
036800     MOVE TRAN-SEQ       TO ACCT-SEQ
036900     MOVE TRAN-AD        TO ACCT-AD
037000     MOVE TRAN-SOYAD     TO ACCT-SOYAD
038600     END-WRITE
038700     PERFORM H922-CHECK-ACCT-STATUS
038800 H230-END. EXIT.
038802*----------------------------------------------------------------
038803* H235-REINSTATE - BRING A LEAVER BACK FROM THE ARCHIVE. THE LAST
038805*                  ARCHIVED IMAGE IS RESTORED UNDER ITS ORIGINAL
038806*                  ACCT-SEQ WITH THE NEWLY KEYED DEPARTMENT AND
038808*                  ADDRESS, ONCE IT HAS PASSED THE INSERT CHECKS
038809*----------------------------------------------------------------
038811 H235-REINSTATE.
038812     MOVE SPACES         TO MAINT-LINE
038814     MOVE TRAN-FUNCTION  TO MAINT-FUNCTION
038815     MOVE TRAN-SEQ       TO MAINT-SEQ
038817     PERFORM H236-LOCATE-ARCHIVE THRU H236-END
038818     IF WS-LOC-AMBIGUOUS
038820         MOVE 'AMBIG ID'  TO MAINT-RESULT
038821         GO TO H235-END
038823     END-IF
038824     IF WS-LOC-NOT-FOUND
038826         MOVE 'NOT FOUND' TO MAINT-RESULT
038827         GO TO H235-END
038829     END-IF
038830*    THE KEYED TRANSACTION IS SET ASIDE AND THE ARCHIVED IMAGE IS
038832*    LAID OVER TRAN-FIELDS WITH ONLY THE NEW DEPARTMENT AND
038833*    ADDRESS TAKEN FROM THE KEYING, SO THE RESTORED RECORD GOES
038835*    THROUGH EXACTLY THE CHECKS AN INSERT WOULD
038836     MOVE TRAN-RECORD    TO WS-TRAN-SAVE
038838     MOVE TRAN-DEPT-CODE TO WS-RST-DEPT-CODE
038839     MOVE TRAN-ADDR      TO WS-RST-ADDR
038841     MOVE WS-ARC-IMAGE(WS-ARC-FOUND-SUB) TO TRAN-FIELDS
038842     MOVE WS-RST-DEPT-CODE TO TRAN-DEPT-CODE
038844     MOVE WS-RST-ADDR    TO TRAN-ADDR
038845     MOVE TRAN-SEQ       TO MAINT-SEQ
038847     PERFORM H270-VALIDATE-TRAN THRU H270-END
038848     IF WS-TRAN-INVALID
038850*        THE REJECT QUEUE GETS THE TRANSACTION AS KEYED, SO A
038852*        CORRECTION THROUGH FBEC005 COMES BACK AS A REINSTATE
038853         MOVE WS-TRAN-SAVE TO TRAN-RECORD
038855         PERFORM H280-WRITE-REJECT
038856         GO TO H235-END
038858     END-IF
038859*    A NATIONAL ID ALREADY LIVE UNDER ANY KEY MEANS THE PERSON IS
038861*    BACK ALREADY, SO NOTHING IS RESTORED ALONGSIDE THEM
038862     MOVE TRAN-NATL-ID TO ACCT-NATL-ID
038864     READ ACCT-REC KEY IS ACCT-NATL-ID
038865         INVALID KEY
038867             CONTINUE
038868         NOT INVALID KEY
038870             MOVE 'DUPLICATE' TO MAINT-RESULT
038871     END-READ
038873     PERFORM H922-CHECK-ACCT-STATUS
038874     IF MAINT-RESULT = 'DUPLICATE'
038876         GO TO H235-END
038877     END-IF
038879     MOVE TRAN-FIELDS    TO ACCT-FIELDS
038880     WRITE ACCT-FIELDS
038882         INVALID KEY
038883             MOVE 'DUPLICATE' TO MAINT-RESULT
038885         NOT INVALID KEY
038886             MOVE SPACES      TO WS-BEFORE-IMAGE
038888             MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
038889             PERFORM H260-WRITE-AUDIT
038891             MOVE 'RESTORED'  TO MAINT-RESULT
038892             MOVE ACCT-AD     TO MAINT-AD
038894             MOVE ACCT-SOYAD  TO MAINT-SOYAD
038895     END-WRITE
038897     PERFORM H922-CHECK-ACCT-STATUS
038898 H235-END. EXIT.
038900*----------------------------------------------------------------
039000* H250-DELETE - A RETIREMENT IS NEVER APPLIED ON THE NIGHT IT IS
039100*               KEYED: THE LOCATED RECORD IS HELD ON PENDFILE
039200*               FOR A SUPERVISOR, AND H145-RETIRE-RECORD DOES
039300*               THE ARCHIVE AND DELETE ONCE THE HOLD IS RELEASED
039400*----------------------------------------------------------------
039500 H250-DELETE.
039600     MOVE SPACES         TO MAINT-LINE
039900     PERFORM H290-LOCATE-RECORD THRU H290-END
040000     EVALUATE TRUE
040100         WHEN WS-LOC-FOUND
040600             MOVE ACCT-FIELDS  TO WS-BEFORE-IMAGE
040900             MOVE SPACES       TO WS-AFTER-IMAGE
041000             MOVE 'H004'       TO WS-HOLD-CODE
041100             MOVE 'DELETE'     TO WS-HOLD-TEXT
041200             PERFORM H229-QUEUE-HOLD THRU H229-END
041500         WHEN WS-LOC-AMBIGUOUS
041600             MOVE 'AMBIG ID'  TO MAINT-RESULT
041700         WHEN OTHER
041800             MOVE 'NOT FOUND' TO MAINT-RESULT
041900     END-EVALUATE
042000 H250-END. EXIT.
042001*----------------------------------------------------------------
042003* H236-LOCATE-ARCHIVE - FIND THE REINSTATE'S ARCHIVED IMAGE IN
042004*                       WS-ARC-TABLE BY TRAN-SEQ AND TRAN-NATL-ID,
042005*                       EITHER OF WHICH MAY BE LEFT BLANK, TAKING
042006*                       THE LATEST IMAGE THAT FITS BOTH. SETS
042007*                       WS-LOC-SW AS H290-LOCATE-RECORD DOES AND
042009*                       LEAVES THE ENTRY IN WS-ARC-FOUND-SUB
042010*----------------------------------------------------------------
042012 H236-LOCATE-ARCHIVE.
042013     MOVE 'N' TO WS-LOC-SW
042015     MOVE 0   TO WS-ARC-FOUND-SUB WS-ARC-TIE-COUNT
042016     MOVE TRAN-NATL-ID TO WS-ARC-LOOKUP-ID
042018     MOVE TRAN-SEQ     TO WS-ARC-LOOKUP-SEQ
042019     PERFORM H237-FIND-ARC-ENTRY THRU H237-END
042031     IF WS-ARC-FOUND-SUB > 0
042033         IF WS-ARC-TIE-COUNT > 1
042034             MOVE 'A' TO WS-LOC-SW
042036         ELSE
042037             MOVE 'F' TO WS-LOC-SW
042039         END-IF
042040     END-IF
042042 H236-END. EXIT.
042043*----------------------------------------------------------------
042045* H237-FIND-ARC-ENTRY - FIND THE LATEST ARCHIVED IMAGE CARRYING
042046*                       WS-ARC-LOOKUP-ID UNDER WS-ARC-LOOKUP-SEQ,
042047*                       A BLANK ONE OF THE TWO MATCHING ANY.
042048*                       WS-ARC-TIE-COUNT COUNTS THE ENTRIES
042049*                       SHARING THAT LATEST DATE; MORE THAN ONE
042050*                       IS TWO PEOPLE UNDER ONE ID OR KEY, WHICH
042051*                       IS NEVER GUESSED AT. BOTH BLANK MATCHES
042052*                       NOTHING
042054*----------------------------------------------------------------
042055 H237-FIND-ARC-ENTRY.
042057     MOVE 0 TO WS-ARC-FOUND-SUB WS-ARC-TIE-COUNT
042058     IF WS-ARC-LOOKUP-ID = SPACES
042059        AND WS-ARC-LOOKUP-SEQ = SPACES
042060         GO TO H237-END
042061     END-IF
042063     PERFORM H238-MATCH-ARC-ENTRY THRU H238-END
042064         VARYING WS-ARC-SUB FROM 1 BY 1
042066         UNTIL WS-ARC-SUB > WS-ARC-USED
042067 H237-END. EXIT.
042069*----------------------------------------------------------------
042070* H238-MATCH-ARC-ENTRY - COMPARE ONE WS-ARC-TABLE ENTRY AGAINST
042071*                        WS-ARC-LOOKUP-ID AND WS-ARC-LOOKUP-SEQ,
042072*                        KEEPING THE LATEST MATCH
042073*----------------------------------------------------------------
042075 H238-MATCH-ARC-ENTRY.
042076     IF WS-ARC-LOOKUP-ID NOT = SPACES
042077        AND WS-ARC-NATL-ID(WS-ARC-SUB) NOT = WS-ARC-LOOKUP-ID
042078         GO TO H238-END
042079     END-IF
042080     IF WS-ARC-LOOKUP-SEQ NOT = SPACES
042081        AND WS-ARC-SEQ(WS-ARC-SUB) NOT = WS-ARC-LOOKUP-SEQ
042082         GO TO H238-END
042083     END-IF
042084     EVALUATE TRUE
042085         WHEN WS-ARC-FOUND-SUB = 0
042086           OR WS-ARC-DATE(WS-ARC-SUB) >
042087              WS-ARC-DATE(WS-ARC-FOUND-SUB)
042088             MOVE WS-ARC-SUB TO WS-ARC-FOUND-SUB
042089             MOVE 1          TO WS-ARC-TIE-COUNT
042090         WHEN WS-ARC-DATE(WS-ARC-SUB) =
042091              WS-ARC-DATE(WS-ARC-FOUND-SUB)
042093             ADD 1 TO WS-ARC-TIE-COUNT
042094         WHEN OTHER
042096             CONTINUE
042097     END-EVALUATE
042099 H238-END. EXIT.
042100*----------------------------------------------------------------
042200* H260-WRITE-AUDIT - JOURNAL ONE SUCCESSFUL ACCTREC CHANGE TO
042300*                    AUDTFILE. THE CALLER HAS ALREADY FILLED
043300     MOVE WS-AFTER-IMAGE  TO AUDT-AFTER-IMAGE
043400     WRITE AUDT-RECORD
043500     PERFORM H924-CHECK-AUDT-STATUS
043550     ADD 1 TO WS-JRNL-WRITE-COUNT
043600 H260-END. EXIT.
043603*----------------------------------------------------------------
043606* H221-KEEP-UNCHANGED - FILL EVERY FIELD AN UPDATE LEFT BLANK (OR,
043610*                       FOR THE DATES, ZERO) FROM THE LOCATED
043613*                       ACCTREC RECORD, SO A TRANSACTION CAN CARRY
043616*                       ONLY WHAT IT CHANGES. THE ADDRESS IS TAKEN
043619*                       AS ONE BLOCK
043623*----------------------------------------------------------------
043626 H221-KEEP-UNCHANGED.
043629     IF TRAN-AD = SPACES
043632         MOVE ACCT-AD        TO TRAN-AD
043635     END-IF
043639     IF TRAN-SOYAD = SPACES
043642         MOVE ACCT-SOYAD     TO TRAN-SOYAD
043645     END-IF
043648     IF TRAN-DTAR = 0
043652         MOVE ACCT-DTAR      TO TRAN-DTAR
043655     END-IF
043658     IF TRAN-TODAY = 0
043661         MOVE ACCT-TODAY     TO TRAN-TODAY
043665     END-IF
043668     IF TRAN-NATL-ID = SPACES
043671         MOVE ACCT-NATL-ID   TO TRAN-NATL-ID
043674     END-IF
043677     IF TRAN-DEPT-CODE = SPACES
043681         MOVE ACCT-DEPT-CODE TO TRAN-DEPT-CODE
043684     END-IF
043687     IF TRAN-ADDR = SPACES
043690         MOVE ACCT-ADDR      TO TRAN-ADDR
043694     END-IF
043697 H221-END. EXIT.
043700*----------------------------------------------------------------
043800* H290-LOCATE-RECORD - RESOLVE THE TRANSACTION'S ADDRESSING AND
043900*                      READ THE TARGET RECORD: BY TRAN-SEQ WHEN
046900     END-IF
047000     PERFORM H922-CHECK-ACCT-STATUS
047100 H290-END. EXIT.
047101*----------------------------------------------------------------
047102* H140-RELEASE-HOLD - APPLY A RELEASED HOLD, BUT ONLY WHILE THE
047103*                     RECORD STILL MATCHES THE HELD BEFORE-IMAGE
047104*                     -- THE SAME TEST FBER005 PUTS A JOURNAL
047105*                     REPLAY THROUGH. A RECORD CHANGED IN THE
047106*                     MEANTIME IS LOGGED STALE AND THE HOLD
047107*                     DROPPED, TO BE KEYED AGAIN AGAINST THE
047108*                     RECORD AS IT NOW STANDS. A RECORD ALREADY
047109*                     EQUAL TO THE AFTER-IMAGE, OR A RETIREMENT
047110*                     WHOSE KEY IS ALREADY GONE, WAS BROUGHT
047111*                     FORWARD BY AN ABENDED EARLIER ATTEMPT
047112*----------------------------------------------------------------
047113 H140-RELEASE-HOLD.
047114     MOVE PRVP-FUNCTION TO TRAN-FUNCTION
047115     MOVE PRVP-SEQ      TO ACCT-SEQ
047116     MOVE 'N'           TO WS-LOC-SW
047117     READ ACCT-REC
047118         INVALID KEY
047119             CONTINUE
047120         NOT INVALID KEY
047121             MOVE 'F' TO WS-LOC-SW
047122     END-READ
047123     PERFORM H922-CHECK-ACCT-STATUS
047124     IF WS-LOC-NOT-FOUND
047125         IF TRAN-DELETE
047126             MOVE 'ALREADY'   TO MAINT-RESULT
047127         ELSE
047128             MOVE 'NOT FOUND' TO MAINT-RESULT
047129         END-IF
047130         GO TO H140-END
047131     END-IF
047132     IF TRAN-UPDATE AND ACCT-FIELDS = PRVP-AFTER-IMAGE
047133         MOVE 'ALREADY' TO MAINT-RESULT
047134         GO TO H140-END
047135     END-IF
047136     IF ACCT-FIELDS NOT = PRVP-BEFORE-IMAGE
047137         MOVE 'STALE' TO MAINT-RESULT
047138         GO TO H140-END
047139     END-IF
047140     IF TRAN-DELETE
047141         PERFORM H145-RETIRE-RECORD THRU H145-END
047142         GO TO H140-END
047143     END-IF
047144     MOVE ACCT-FIELDS      TO WS-BEFORE-IMAGE
047145     MOVE PRVP-AFTER-IMAGE TO ACCT-FIELDS
047146     REWRITE ACCT-FIELDS
047147     PERFORM H922-CHECK-ACCT-STATUS
047148     MOVE ACCT-FIELDS      TO WS-AFTER-IMAGE
047149     PERFORM H260-WRITE-AUDIT
047151     MOVE 'UPDATED'        TO MAINT-RESULT
047152 H140-END. EXIT.
047153*----------------------------------------------------------------
047154* H145-RETIRE-RECORD - RETIRE ONE RELEASED ACCTREC RECORD. THE
047155*                      FULL OUTGOING ACCT-FIELDS IMAGE IS WRITTEN
047156*                      TO ARCHFILE, STAMPED WITH THE RUN DATE,
047157*                      BEFORE THE DELETE SO THE RECORD CAN BE HELD
047158*                      TO THE HR RETENTION RULES
047159*----------------------------------------------------------------
047160 H145-RETIRE-RECORD.
047161     MOVE WS-RUN-DATE  TO ARCH-DATE
047162     MOVE ACCT-FIELDS  TO ARCH-ACCT-IMAGE
047163     WRITE ARCH-RECORD
047164     PERFORM H923-CHECK-ARCH-STATUS
047165     MOVE ACCT-FIELDS  TO WAR-FIELDS
047166     MOVE WS-RUN-DATE  TO WS-ARC-BANK-DATE
047167     PERFORM H127-BANK-ARCH-IMAGE THRU H127-END
047168     MOVE ACCT-FIELDS  TO WS-BEFORE-IMAGE
047169     DELETE ACCT-REC RECORD
047170     PERFORM H922-CHECK-ACCT-STATUS
047171     MOVE SPACES       TO WS-AFTER-IMAGE
047172     PERFORM H260-WRITE-AUDIT
047173     MOVE 'DELETED'    TO MAINT-RESULT
047174 H145-END. EXIT.
047175*----------------------------------------------------------------
047176* H148-CARRY-FORWARD - COPY ONE UNDECIDED HOLD TO PENDFILE
047177*----------------------------------------------------------------
047178 H148-CARRY-FORWARD.
047179     MOVE PRVP-RECORD TO PEND-RECORD
047180     WRITE PEND-RECORD
047181     PERFORM H928-CHECK-PEND-STATUS
047182 H148-END. EXIT.
047183*----------------------------------------------------------------
047184* H149-LOG-ORPHAN - LOG A DECISION THAT MATCHED NO HOLD ON THE
047185*                   QUEUE AS NOT HELD, WITH ITS HOLD STAMP IN THE
047186*                   NAME COLUMNS SO IT CAN BE CHASED
047187*----------------------------------------------------------------
047188 H149-LOG-ORPHAN.
047189     IF WS-AP-USED(WS-APR-SUB)
047190         GO TO H149-END
047191     END-IF
047192     MOVE SPACES                 TO MAINT-LINE
047193     MOVE 'A'                    TO MAINT-FUNCTION
047194     MOVE 'NOT HELD'             TO MAINT-RESULT
047195     MOVE WS-AP-DATE(WS-APR-SUB) TO MAINT-AD
047196     MOVE WS-AP-SEQ(WS-APR-SUB)  TO MAINT-SOYAD
047197     WRITE MAINT-LINE.
047198     PERFORM H921-CHECK-RPT-STATUS
047199 H149-END. EXIT.
047200*----------------------------------------------------------------
047300* H270-VALIDATE-TRAN - RUN THE INCOMING TRAN-FIELDS THROUGH THE
047400*                      REQUIRED-FIELD, CALENDAR-DATE AND
050200         GO TO H270-END
050300     END-IF
050400     PERFORM H273-VALIDATE-NATL-ID THRU H273-END
050420     IF WS-TRAN-INVALID
050440         GO TO H270-END
050460     END-IF
050480     PERFORM H276-VALIDATE-POSTCODE THRU H276-END
050500 H270-END. EXIT.
050600*----------------------------------------------------------------
050700* H271-VALIDATE-TRAN-DTAR - CONFIRM TRAN-DTAR IS A REAL CALENDAR
061300         ADD WS-NATL-ID-DIG(WS-NATL-ID-SUB) TO WS-NATL-EVEN-SUM
061400     END-IF
061500 H274-END. EXIT.
061503*----------------------------------------------------------------
061505* H276-VALIDATE-POSTCODE - THE POSTCODE MUST HAVE AN ENTRY ON THE
061508*                          POSTMST REFERENCE MASTER AND THAT ENTRY
061511*                          MUST NAME THE KEYED CITY, SO NO MAILING
061513*                          GOES TO A MISMATCHED CITY AND POSTCODE.
061516*                          NO CITY AND NO POSTCODE AT ALL IS LEFT
061518*                          FOR THE LABEL EXTRACT TO COUNT AS
061521*                          INCOMPLETE. AN UPDATE LEAVING THE PAIR
061524*                          AS ALREADY ON ACCTREC IS NOT HELD UP BY
061526*                          IT -- THE LOCATED RECORD IS STILL IN
061529*                          THE ACCTREC RECORD AREA
061532*----------------------------------------------------------------
061534 H276-VALIDATE-POSTCODE.
061537     IF TRAN-ADDR-CITY = SPACES AND TRAN-ADDR-POSTAL = SPACES
061539         GO TO H276-END
061542     END-IF
061545     IF TRAN-UPDATE AND WS-LOC-FOUND
061547         IF TRAN-ADDR-CITY   = ACCT-ADDR-CITY AND
061550            TRAN-ADDR-POSTAL = ACCT-ADDR-POSTAL
061553             GO TO H276-END
061555         END-IF
061558     END-IF
061561     MOVE TRAN-ADDR-POSTAL TO POST-CODE
061563     READ POST-MST
061566         INVALID KEY
061568             MOVE 'R013' TO WS-REJECT-CODE
061571             MOVE 'POSTCODE NOT ON MASTER' TO WS-REJECT-TEXT
061574             MOVE 'N' TO WS-TRAN-VALID-SW
061576         NOT INVALID KEY
061579             IF POST-CITY NOT = TRAN-ADDR-CITY
061582                 MOVE 'R013' TO WS-REJECT-CODE
061584                 MOVE 'POSTCODE NOT FOR CITY' TO WS-REJECT-TEXT
061587                 MOVE 'N' TO WS-TRAN-VALID-SW
061589             END-IF
061592     END-READ
061595     PERFORM H931-CHECK-POST-STATUS
061597 H276-END. EXIT.
061600*----------------------------------------------------------------
061700* H280-WRITE-REJECT - ROUTE A FAILED TRANSACTION TO REJFILE WITH
061800*                     ITS REASON CODE AND LOG IT AS REJECTED ON
062500     MOVE TRAN-RECORD     TO REJC-TRAN-IMAGE
062600     WRITE REJC-RECORD
062700     PERFORM H925-CHECK-REJC-STATUS
062750     ADD 1 TO WS-REJECT-COUNT
062800     MOVE 'REJECTED'      TO MAINT-RESULT
062900     MOVE TRAN-AD         TO MAINT-AD
063000     MOVE TRAN-SOYAD      TO MAINT-SOYAD
063192     PERFORM H927-CHECK-CKPT-STATUS
063194 H285-END. EXIT.
063200*----------------------------------------------------------------
063300* H240-BAD-FUNCTION - THE TRANSACTION DID NOT CARRY F, U, I, D
063350*                     OR R
063400*----------------------------------------------------------------
063500 H240-BAD-FUNCTION.
063600     MOVE SPACES         TO MAINT-LINE
063800     MOVE TRAN-SEQ       TO MAINT-SEQ
063900     MOVE 'BAD FUNC' TO MAINT-RESULT
064000 H240-END. EXIT.
064001*----------------------------------------------------------------
064003* H120-LOAD-ARCHIVE - READ THE WHOLE ARCHFILE RETIREMENT
064004*                     ARCHIVE INTO WS-ARC-TABLE, ONE ENTRY PER
064005*                     ACCT-SEQ AND NATIONAL ID, SO A REINSTATE
064006*                     CAN FIND THE LEAVER'S LAST IMAGE AND AN
064007*                     INSERT CAN SPOT A PRIOR EMPLOYEE. NO
064008*                     ARCHIVE YET LEAVES THE TABLE EMPTY
064010*----------------------------------------------------------------
064012 H120-LOAD-ARCHIVE.
064013     OPEN INPUT ARCH-FILE.
064014     IF NOT ARCH-SUCCESS AND NOT ARCH-NOT-FOUND
064015         MOVE 'ARCHFILE' TO WS-ABEND-FILE
064017         MOVE ARCH-ST    TO WS-ABEND-STATUS
064018         PERFORM H910-ABEND-RTN
064019     END-IF
064021     IF ARCH-SUCCESS
064022         READ ARCH-FILE
064023         PERFORM H923-CHECK-ARCH-STATUS
064024         PERFORM H125-LOAD-ONE-ARCH THRU H125-END
064026             UNTIL ARCH-EOF
064027     END-IF
064028*    AS WITH AUDTFILE, THE 05 OPEN STILL LEAVES THE FILE OPEN, SO
064029*    IT IS CLOSED EITHER WAY BEFORE THE EXTEND REOPEN
064031     CLOSE ARCH-FILE.
064032     PERFORM H923-CHECK-ARCH-STATUS
064033 H120-END. EXIT.
064035*----------------------------------------------------------------
064036* H125-LOAD-ONE-ARCH - BANK ONE ARCHIVED IMAGE AND READ THE NEXT.
064037*                      ARCHFILE ONLY EVER GROWS AT THE END, SO A
064038*                      LATER IMAGE FOR THE SAME ACCT-SEQ AND
064039*                      NATIONAL ID REPLACES AN EARLIER ONE. THE
064040*                      TABLE ENDS UP WITH EACH PERSON'S LAST
064041*                      IMAGE UNDER EVERY KEY THEY HAVE HELD
064042*----------------------------------------------------------------
064044 H125-LOAD-ONE-ARCH.
064045     MOVE ARCH-ACCT-IMAGE TO WAR-FIELDS
064046     MOVE ARCH-DATE       TO WS-ARC-BANK-DATE
064047     PERFORM H127-BANK-ARCH-IMAGE THRU H127-END
064049     READ ARCH-FILE.
064050     PERFORM H923-CHECK-ARCH-STATUS
064051 H125-END. EXIT.
064053*----------------------------------------------------------------
064054* H127-BANK-ARCH-IMAGE - FIND OR ADD THE WS-ARC-TABLE ENTRY FOR
064055*                        WAR-SEQ AND WAR-NATL-ID AND LOAD
064056*                        WAR-FIELDS AND WS-ARC-BANK-DATE INTO
064057*                        IT. MORE DISTINCT KEY AND ID PAIRS
064058*                        THAN THE TABLE HOLDS IS A HARD STOP,
064059*                        NOT A SILENT TRUNCATION
064060*----------------------------------------------------------------
064062 H127-BANK-ARCH-IMAGE.
064063     MOVE 0 TO WS-ARC-FOUND-SUB
064064     PERFORM H128-MATCH-ARC-KEY THRU H128-END
064065         VARYING WS-ARC-SUB FROM 1 BY 1
064067         UNTIL WS-ARC-SUB > WS-ARC-USED
064068            OR WS-ARC-FOUND-SUB > 0
064069     IF WS-ARC-FOUND-SUB = 0
064071         IF WS-ARC-USED >= 10000
064072             DISPLAY '*** FBEM005 ABEND *** ARCHIVE TABLE FULL'
064073             MOVE 16 TO RETURN-CODE
064074             PERFORM H300-CLOSE-FILES
064076             STOP RUN
064077         END-IF
064078         ADD 1 TO WS-ARC-USED
064079         MOVE WS-ARC-USED TO WS-ARC-FOUND-SUB
064081     END-IF
064082     MOVE WAR-SEQ          TO WS-ARC-SEQ(WS-ARC-FOUND-SUB)
064083     MOVE WAR-NATL-ID      TO WS-ARC-NATL-ID(WS-ARC-FOUND-SUB)
064085     MOVE WS-ARC-BANK-DATE TO WS-ARC-DATE(WS-ARC-FOUND-SUB)
064086     MOVE WAR-FIELDS       TO WS-ARC-IMAGE(WS-ARC-FOUND-SUB)
064087 H127-END. EXIT.
064088*----------------------------------------------------------------
064090* H128-MATCH-ARC-KEY - COMPARE ONE WS-ARC-TABLE ENTRY AGAINST
064091*                      WAR-SEQ AND WAR-NATL-ID
064092*----------------------------------------------------------------
064094 H128-MATCH-ARC-KEY.
064095     IF WS-ARC-SEQ(WS-ARC-SUB) = WAR-SEQ
064096        AND WS-ARC-NATL-ID(WS-ARC-SUB) = WAR-NATL-ID
064097         MOVE WS-ARC-SUB TO WS-ARC-FOUND-SUB
064098     END-IF
064099 H128-END. EXIT.
064100*----------------------------------------------------------------
064200* H300-CLOSE-FILES - CLOSE THE FILES USED BY THIS RUN
064300*----------------------------------------------------------------
064400 H300-CLOSE-FILES.
064425*    THE CALLS BELOW EACH HAND BACK THEIR OWN RETURN-CODE, SO
064450*    THE RUN'S IS KEPT ASIDE AND PUT BACK WHEN THEY ARE DONE
064475     MOVE RETURN-CODE TO WS-SAVE-RC
064500     CLOSE TRAN-FILE.
064600     CLOSE ACCT-REC.
064700     CLOSE MAINT-RPT.
065000     CLOSE REJC-FILE.
065005     CLOSE CKPT-FILE.
065010     CLOSE DEPT-MST.
065014     CLOSE POST-MST.
065018     CLOSE PEND-FILE.
065025     PERFORM H310-END-CYCLE-STEP THRU H310-END
065040     MOVE 'D' TO LOK-FUNCTION
065070     CALL 'FBEK005' USING LOK-REQUEST
065085     MOVE WS-SAVE-RC TO RETURN-CODE.
065100 H300-END. EXIT.
065107*----------------------------------------------------------------
065114* H310-END-CYCLE-STEP - CHECK THIS STEP OUT OF THE NIGHTLY CYCLE
065121*                       WITH ITS RETURN-CODE AND RECORD COUNTS
065129*----------------------------------------------------------------
065136 H310-END-CYCLE-STEP.
065143     MOVE 'E'             TO CYC-FUNCTION
065150     MOVE RETURN-CODE     TO CYC-RC
065157     MOVE WS-TRAN-COUNT   TO CYC-READ-COUNT
065164     MOVE WS-JRNL-WRITE-COUNT TO CYC-WRITE-COUNT
065171     MOVE WS-REJECT-COUNT TO CYC-EXCP-COUNT
065179     CALL 'FBEN005' USING CYC-REQUEST
065186     MOVE CYC-RC          TO RETURN-CODE.
065193 H310-END. EXIT.
065200*----------------------------------------------------------------
065300* H910-ABEND-RTN - REPORT A BAD FILE STATUS AND END THE RUN
065400*                  WITH A NON-ZERO RETURN-CODE SO THE JOB LOG
070500* H923-CHECK-ARCH-STATUS - COMMON ARCHFILE FILE-STATUS CHECK
070600*----------------------------------------------------------------
070700 H923-CHECK-ARCH-STATUS.
070800     IF NOT ARCH-EOF AND NOT ARCH-SUCCESS
070900         MOVE 'ARCHFILE' TO WS-ABEND-FILE
071000         MOVE ARCH-ST    TO WS-ABEND-STATUS
071100         PERFORM H910-ABEND-RTN
073398         PERFORM H910-ABEND-RTN
073399     END-IF
073400 H927-END. EXIT.
073403*----------------------------------------------------------------
073406* H928-CHECK-PEND-STATUS - COMMON PENDFILE FILE-STATUS CHECK
073410*----------------------------------------------------------------
073413 H928-CHECK-PEND-STATUS.
073416     IF NOT PEND-SUCCESS
073419         MOVE 'PENDFILE' TO WS-ABEND-FILE
073422         MOVE PEND-ST    TO WS-ABEND-STATUS
073426         PERFORM H910-ABEND-RTN
073429     END-IF
073432 H928-END. EXIT.
073435*----------------------------------------------------------------
073438* H929-CHECK-PRVP-STATUS - COMMON PRVPEND FILE-STATUS CHECK
073442*----------------------------------------------------------------
073445 H929-CHECK-PRVP-STATUS.
073448     IF NOT PRVP-EOF AND NOT PRVP-SUCCESS
073451         MOVE 'PRVPEND'  TO WS-ABEND-FILE
073454         MOVE PRVP-ST    TO WS-ABEND-STATUS
073457         PERFORM H910-ABEND-RTN
073461     END-IF
073464 H929-END. EXIT.
073467*----------------------------------------------------------------
073470* H930-CHECK-APPR-STATUS - COMMON APPRFILE FILE-STATUS CHECK
073473*----------------------------------------------------------------
073477 H930-CHECK-APPR-STATUS.
073480     IF NOT APPR-EOF AND NOT APPR-SUCCESS
073483         MOVE 'APPRFILE' TO WS-ABEND-FILE
073486         MOVE APPR-ST    TO WS-ABEND-STATUS
073489         PERFORM H910-ABEND-RTN
073493     END-IF
073496 H930-END. EXIT.
073498*----------------------------------------------------------------
073500* H999-PROGRAM-EXIT - CLOSE UP AND END THE RUN, WITH RETURN-CODE 8
073550*                     WHEN A HOLD WAS REFUSED FOR WANT OF A CLERK
073600*----------------------------------------------------------------
073700 H999-PROGRAM-EXIT.
073710     IF WS-NOREQ-COUNT > 0
073720         DISPLAY '*** FBEM005 *** HOLDS REFUSED - NO REQUESTER '
073730                 'ON CTLCARD: ' WS-NOREQ-COUNT
073740         MOVE 8 TO RETURN-CODE
073750     END-IF
073800     PERFORM H300-CLOSE-FILES.
073900     STOP RUN.
074000 H999-END. EXIT.
074100*----------------------------------------------------------------
074200* H931-CHECK-POST-STATUS - COMMON POSTMST FILE-STATUS CHECK. NOT
074300*                          FOUND (23) IS THE EXPECTED OUTCOME OF
074400*                          PROVING A BAD POSTCODE, NOT AN ERROR
074500*----------------------------------------------------------------
074600 H931-CHECK-POST-STATUS.
074700     IF NOT POST-SUCCESS AND NOT POST-NOT-FOUND
074800         MOVE 'POSTMST' TO WS-ABEND-FILE
074900         MOVE POST-ST   TO WS-ABEND-STATUS
075000         PERFORM H910-ABEND-RTN
075100     END-IF
075200 H931-END. EXIT.
