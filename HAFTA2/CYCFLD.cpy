000100*----------------------------------------------------------------
000200* CYCFLD - CYCLE-CONTROL RECORD LAYOUT FOR CYCFILE
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. ONE RECORD PER BATCH STEP PER
000700*                  BUSINESS DATE, KEYED BY THE DATE AND THE STEP'S
000800*                  PROGRAM NAME. FBEN005 WRITES IT RUNNING WHEN
000900*                  THE STEP IS LET IN AND MARKS IT COMPLETE OR
001000*                  FAILED, WITH THE RETURN-CODE AND RECORD COUNTS,
001100*                  WHEN THE STEP CLOSES; FBEN010 PRINTS THE DAY'S
001200*                  RECORDS AS THE CYCLE-STATUS REPORT.
001300*----------------------------------------------------------------
001400 01  CYCL-RECORD.
001500     05  CYCL-KEY.
001600         10  CYCL-BUS-DATE   PIC 9(08).
001700         10  CYCL-STEP       PIC X(08).
001800     05  CYCL-STATE          PIC X(01).
001900         88  CYCL-RUNNING               VALUE 'R'.
002000         88  CYCL-DONE                  VALUE 'C'.
002100         88  CYCL-FAILED                VALUE 'F'.
002200     05  CYCL-RUN-COUNT      PIC 9(03).
002300     05  CYCL-OVERRIDE       PIC X(01).
002400         88  CYCL-OVERRIDDEN            VALUE 'Y'.
002500     05  CYCL-START-DATE     PIC 9(08).
002600     05  CYCL-START-TIME     PIC 9(06).
002700     05  CYCL-END-DATE       PIC 9(08).
002800     05  CYCL-END-TIME       PIC 9(06).
002900     05  CYCL-RC             PIC 9(04).
003000     05  CYCL-READ-COUNT     PIC 9(07).
003100     05  CYCL-WRITE-COUNT    PIC 9(07).
003200     05  CYCL-EXCP-COUNT     PIC 9(07).
003300     05  FILLER              PIC X(06).
