000100*----------------------------------------------------------------
000200* CYCREQ - CYCLE-CONTROL REQUEST AREA FOR CALLS TO FBEN005
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL LAYOUT. EVERY SCHEDULED BATCH STEP
000700*                  CALLS FBEN005 WITH THIS AREA BEFORE IT TAKES
000800*                  THE FBEK005 LOCK ('B' - BEGIN) AND AGAIN AT
000900*                  CLOSE ('E' - END, CARRYING THE STEP'S RETURN-
001000*                  CODE AND RECORD COUNTS). A BEGIN THAT IS NOT
001100*                  GRANTED COMES BACK OUT OF SEQUENCE (A
001200*                  PREREQUISITE STEP HAS NOT COMPLETED FOR THE
001300*                  BUSINESS DATE) OR ALREADY RUN (THIS STEP HAS
001400*                  ALREADY COMPLETED FOR IT) WITH THE RETURN-CODE
001500*                  THE CALLER MUST END WITH IN CYC-REPLY-RC.
001600*                  CYC-BUS-DATE IS FILLED IN BY THE BEGIN AND
001700*                  MUST BE LEFT ALONE UNTIL THE END.
001800*----------------------------------------------------------------
001900 01  CYC-REQUEST.
002000     05  CYC-FUNCTION        PIC X(01).
002100         88  CYC-BEGIN                  VALUE 'B'.
002200         88  CYC-END                    VALUE 'E'.
002300     05  CYC-STEP            PIC X(08).
002400     05  CYC-BUS-DATE        PIC 9(08).
002500     05  CYC-REPLY           PIC X(01).
002600         88  CYC-GO                     VALUE 'G'.
002700         88  CYC-OUT-OF-SEQ             VALUE 'O'.
002800         88  CYC-ALREADY-RUN            VALUE 'A'.
002900     05  CYC-REPLY-RC        PIC 9(02).
003000     05  CYC-RC              PIC 9(04).
003100     05  CYC-READ-COUNT      PIC 9(07).
003200     05  CYC-WRITE-COUNT     PIC 9(07).
003300     05  CYC-EXCP-COUNT      PIC 9(07).
