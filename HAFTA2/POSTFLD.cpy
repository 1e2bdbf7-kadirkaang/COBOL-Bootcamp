000100*----------------------------------------------------------------
000200* POSTFLD - POSTAL REFERENCE RECORD LAYOUT FOR POSTMST
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. ONE RECORD PER POSTCODE
000700*                  CARRIED ON ACCT-ADDR-POSTAL, GIVING THE CITY
000800*                  THE CODE BELONGS TO, IN THE SAME WIDTH AND
000900*                  FORM AS ACCT-ADDR-CITY. SHARED BETWEEN THE
001000*                  POSTMST MAINTENANCE RUN (FBEM015), THE FBEM005
001100*                  ADDRESS CHECK, THE ADDRESS SWEEP (FBEV005) AND
001200*                  THE MAILING-LABEL EXTRACT (FBEV010).
001300*----------------------------------------------------------------
001400 01  POST-FIELDS.
001500     05  POST-CODE           PIC X(05).
001600     05  POST-CITY           PIC X(15).
