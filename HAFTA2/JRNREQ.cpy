000100*----------------------------------------------------------------
000200* JRNREQ - JOURNAL ACCESS REQUEST AREA FOR CALLS TO FBEJ005
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. EVERY PROGRAM THAT READS THE
000700*                  AUDIT JOURNAL CALLS FBEJ005 WITH THIS AREA
000800*                  INSTEAD OF OPENING AUDTFILE: 'O' OPENS THE
000900*                  JOURNAL FOR THE RUN DATES IN
001000*                  JRN-DATE-FROM/JRN-DATE-TO (ZERO LEAVES THAT LEG
001100*                  OPEN), 'R' RETURNS THE NEXT AUDT-RECORD IN
001200*                  JRN-RECORD, 'C' CLOSES IT. THE RECORDS COME
001300*                  FROM THE CATALOGUED GENERATIONS THAT OVERLAP
001400*                  THE DATES, OLDEST FIRST, THEN FROM THE LIVE
001500*                  AUDTFILE; THE CALLER STILL APPLIES ITS OWN
001600*                  SELECTION TO EACH RECORD. JRN-ST IS SET LIKE A
001700*                  FILE STATUS, 00 FOR A RECORD AND 10 AT THE END
001800*                  OF THE JOURNAL.
001900*----------------------------------------------------------------
002000 01  JRN-REQUEST.
002100     05  JRN-FUNCTION        PIC X(01).
002200         88  JRN-OPEN                   VALUE 'O'.
002300         88  JRN-READ                   VALUE 'R'.
002400         88  JRN-CLOSE                  VALUE 'C'.
002500     05  JRN-PGM-NAME        PIC X(08).
002600     05  JRN-DATE-FROM       PIC 9(08).
002700     05  JRN-DATE-TO         PIC 9(08).
002800     05  JRN-ST              PIC 9(02).
002810         88  JRN-SUCCESS                VALUE 00.
002820         88  JRN-EOF                    VALUE 10.
002900     05  JRN-GEN-COUNT       PIC 9(05).
003000     05  JRN-RECORD.
003100         10  JRN-AUDT-DATE   PIC 9(08).
003200         10  JRN-AUDT-TRAN-NO PIC 9(07).
003300         10  FILLER          PIC X(255).
