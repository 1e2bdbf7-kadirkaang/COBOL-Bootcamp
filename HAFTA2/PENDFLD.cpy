000100*----------------------------------------------------------------
000200* PENDFLD - HELD-TRANSACTION RECORD LAYOUT FOR PENDFILE
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. ONE RECORD PER SENSITIVE
000700*                  FBEM005 CHANGE HELD FOR A SUPERVISOR'S
000800*                  APPROVAL INSTEAD OF BEING APPLIED: A NATIONAL
000900*                  ID OR BIRTH DATE CHANGE, A DELETE, OR A MOVE
001000*                  TO A DEPARTMENT IN ANOTHER DIVISION. THE HOLD
001100*                  IS STAMPED WITH THE RUN DATE AND TRANSACTION
001200*                  NUMBER, SO AN APPROVAL CAN ADDRESS IT EXACTLY,
001300*                  AND CARRIES THE REQUESTING CLERK, THE REASON
001400*                  IT WAS HELD, THE RECORD AS IT STOOD WHEN THE
001500*                  CHANGE WAS KEYED (THE BEFORE-IMAGE A RELEASE
001600*                  IS PROVED AGAINST) AND THE RECORD AS IT WILL
001700*                  STAND ONCE RELEASED (SPACES FOR A DELETE).
001800*                  SHARED BY FBEM005, WHICH HOLDS AND RELEASES,
001900*                  AND THE FBEC015 PENDING-ITEMS AGING REPORT.
002000*----------------------------------------------------------------
002100 01  PEND-RECORD.
002200     05  PEND-HOLD-DATE      PIC 9(08).
002300     05  PEND-HOLD-SEQ       PIC 9(07).
002400     05  FILLER              PIC X(01).
002500     05  PEND-REASON-CODE    PIC X(04).
002600     05  FILLER              PIC X(01).
002700     05  PEND-REASON-TEXT    PIC X(25).
002800     05  FILLER              PIC X(01).
002900     05  PEND-REQUESTER      PIC X(08).
003000     05  FILLER              PIC X(01).
003100     05  PEND-FUNCTION       PIC X(01).
003200     05  PEND-SEQ            PIC X(04).
003300     05  PEND-BEFORE-IMAGE   PIC X(125).
003400     05  PEND-AFTER-IMAGE    PIC X(125).
