001000*                  NUMBER WITHIN THE RUN. SHARED BETWEEN THE
001100*                  ACCTREC MAINTENANCE RUN (WRITER) AND THE
001200*                  AUDIT REPORT RUN (READER).
001210* 2026-10-15 KKG   AUDT-FUNCTION MAY NOW ALSO BE 'R', A LEAVER
001220*                  REINSTATED FROM ARCHFILE: NO BEFORE-IMAGE, THE
001230*                  RESTORED RECORD AS THE AFTER-IMAGE.
001241* 2026-10-15 KKG   ONCE FBEJ010 CLOSES A MONTH THE SAME RECORD IS
001253*                  KEPT AS AGEN-AUDT-IMAGE ON AUDTGEN, AND FBEJ005
001265*                  HANDS IT BACK TO THE JOURNAL READERS IN
001276*                  JRN-RECORD; THE READERS NOW HOLD AUDT-RECORD IN
001288*                  WORKING-STORAGE.
001300*----------------------------------------------------------------
001400 01  AUDT-RECORD.
001500     05  AUDT-DATE           PIC 9(08).
