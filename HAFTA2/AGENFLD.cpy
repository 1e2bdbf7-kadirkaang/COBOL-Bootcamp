000100*----------------------------------------------------------------
000200* AGENFLD - CLOSED AUDIT JOURNAL GENERATION LAYOUT FOR AUDTGEN
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. ONE RECORD PER AUDT-RECORD
000700*                  CLOSED OUT OF AUDTFILE BY THE MONTH-END
000800*                  CUT-OVER, KEYED BY ITS GENERATION NUMBER (AS
000900*                  CATALOGUED ON AUDTCAT) AND ITS POSITION WITHIN
001000*                  THE GENERATION, SO A GENERATION READS BACK IN
001100*                  THE ORDER THE JOURNAL WAS WRITTEN. WRITTEN BY
001200*                  FBEJ010 AND READ BY FBEJ005.
001300*----------------------------------------------------------------
001400 01  AGEN-RECORD.
001500     05  AGEN-KEY.
001600         10  AGEN-GEN-NO     PIC 9(05).
001700         10  AGEN-REC-NO     PIC 9(07).
001800     05  AGEN-AUDT-IMAGE     PIC X(270).
