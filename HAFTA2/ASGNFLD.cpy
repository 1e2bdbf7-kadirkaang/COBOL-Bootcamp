000100*----------------------------------------------------------------
000200* ASGNFLD - ASSIGNMENT HISTORY RECORD LAYOUT FOR ASGNHIST
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT, PULLED OUT OF FBEH005 SO THE
000700*                  ASSIGNMENT HISTORY CAN BE SHARED WITH THE
000800*                  SUBJECT-ACCESS DOSSIER RUN (FBES005). ONE
000900*                  RECORD PER JOINER, LEAVER OR TRANSFER FOUND ON
001000*                  THE AUDTFILE JOURNAL, DATED BY THE JOURNAL
001100*                  ENTRY THAT CAUSED IT.
001200*----------------------------------------------------------------
001300 01  ASGN-RECORD.
001400     05  ASGN-SEQ            PIC X(04).
001500     05  ASGN-EFF-DATE       PIC 9(08).
001600     05  ASGN-TRAN-NO        PIC 9(07).
001700     05  ASGN-ACTION         PIC X(01).
001800         88  ASGN-JOINER                VALUE 'J'.
001900         88  ASGN-LEAVER                VALUE 'L'.
002000         88  ASGN-TRANSFER              VALUE 'T'.
002100     05  ASGN-FROM-DEPT      PIC X(04).
002200     05  ASGN-TO-DEPT        PIC X(04).
