000100*----------------------------------------------------------------
000200* ACATFLD - AUDIT JOURNAL GENERATION CATALOGUE LAYOUT FOR AUDTCAT
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. ONE RECORD PER CLOSED AUDTFILE
000700*                  GENERATION, IN GENERATION ORDER: THE RUN DATES
000800*                  IT COVERS (EACH GENERATION STARTS THE DAY AFTER
000900*                  THE LAST ONE ENDS, SO THE CATALOGUE HAS NO GAPS
001000*                  OR OVERLAPS), THE FIRST AND LAST (DATE,
001100*                  TRAN-NO) STAMPS AND THE RECORD COUNT IT HOLDS
001200*                  ON AUDTGEN, AND THE DATE OF THE CUT-OVER THAT
001300*                  CLOSED IT. WRITTEN BY THE MONTH-END CUT-OVER
001400*                  (FBEJ010) AND READ BY THE JOURNAL ACCESS
001500*                  ROUTINE (FBEJ005).
001600*----------------------------------------------------------------
001700 01  ACAT-RECORD.
001800     05  ACAT-GEN-NO         PIC 9(05).
001900     05  ACAT-DATE-FROM      PIC 9(08).
002000     05  ACAT-DATE-TO        PIC 9(08).
002100     05  ACAT-FIRST-DATE     PIC 9(08).
002200     05  ACAT-FIRST-TRAN     PIC 9(07).
002300     05  ACAT-LAST-DATE      PIC 9(08).
002400     05  ACAT-LAST-TRAN      PIC 9(07).
002500     05  ACAT-COUNT          PIC 9(07).
002600     05  ACAT-CUT-DATE       PIC 9(08).
002700     05  FILLER              PIC X(14).
