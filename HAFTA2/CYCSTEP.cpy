000100*----------------------------------------------------------------
000200* CYCSTEP - BATCH SCHEDULE FOR THE CYCLE-CONTROL FILE
000300*----------------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  ----------------------------------------------
000600* 2026-10-15 KKG   ORIGINAL TABLE. ONE ENTRY PER BATCH STEP THAT
000700*                  REGISTERS WITH FBEN005: THE STEP'S PROGRAM
000800*                  NAME, WHETHER IT IS EXPECTED EVERY NIGHT ('N')
000900*                  OR ONLY WHEN ASKED FOR ('Q'), THE HIGHEST
001000*                  RETURN-CODE AT WHICH IT COUNTS AS COMPLETE,
001100*                  AND UP TO THREE STEPS THAT MUST HAVE COMPLETED
001200*                  FOR THE SAME BUSINESS DATE BEFORE IT MAY RUN.
001300*                  SHARED BY FBEN005, WHICH ENFORCES IT, AND
001400*                  FBEN010, WHICH REPORTS AGAINST IT. A NEW STEP
001500*                  IS ADDED HERE AND CYC-SCHED-USED RAISED.
001510* 2026-10-15 KKG   ADDED FBEC015, THE NIGHTLY AGING REPORT OVER
001520*                  THE FBEM005 MAKER-CHECKER QUEUE, BEHIND
001530*                  FBEM005.
001532* 2026-10-15 KKG   ADDED A THIRD FREQUENCY, 'R' (REPEATABLE),
001533*                  FOR ON-REQUEST RUNS THAT MAY GO ANY NUMBER OF
001534*                  TIMES A DAY: FBEN005 NEVER REFUSES ONE AS
001535*                  ALREADY RUN. THE REPORT, EXTRACT, PURGE AND
001536*                  MAINTENANCE RUNS ARE NOW ON THE SCHEDULE AS
001537*                  'R', AND THE BULK REASSIGNMENT FBEB005, THE
001538*                  RELOAD FBEL005 AND THE FORWARD RECOVERY FBER005
001539*                  (BEHIND FBEL005) AS 'Q', SO EACH OF THOSE
001540*                  CHANGES ACCTREC ONLY ONCE PER BUSINESS DATE
001541*                  UNLESS IT FAILED OR A CYCCARD OVERRIDE NAMES
001542*                  IT.
001548* 2026-10-15 KKG   ADDED FBEF005, THE WEEKLY HR FEED COMPARISON,
001565*                  AS AN ON-REQUEST STEP: IT NEEDS NOTHING BEFORE
001582*                  IT BUT MAY RUN ONLY ONCE PER BUSINESS DATE.
001586* 2026-10-15 KKG   ADDED FBEJ010, THE MONTH-END AUDTFILE CUT-OVER,
001590*                  AS AN ON-REQUEST STEP BEHIND FBEM005. A
001594*                  REFUSED CUT-OVER ENDS RC 8 AND SO COUNTS AS
001598*                  FAILED, LEAVING IT FREE TO RUN AGAIN.
001600* 2026-10-15 KKG   ADDED FBEL005A, THE STEP FBEL005 CHECKS IN
001610*                  UNDER WHEN IT LOADS AN AS-OF IMAGE INTO A
001620*                  REPORTING COPY, AS A REPEATABLE STEP, SO THAT
001630*                  LOAD NEITHER USES UP THE DAY'S FBEL005 RELOAD
001640*                  NOR STANDS AS THE RELOAD FBER005 WAITS FOR.
001650*                  FBEM005 NOW COMPLETES AT RC 8, WHICH IT ENDS
001660*                  WITH WHEN A HOLD WAS REFUSED FOR WANT OF A
001670*                  REQUESTER - THE REST OF TRANFILE IS APPLIED.
001690*----------------------------------------------------------------
001700 01  CYC-SCHEDULE-VALUES.
001800     05  FILLER              PIC X(35) VALUE
001900         'FBEM005 N08                        '.
002000     05  FILLER              PIC X(35) VALUE
002100         'FBEU005 N04FBEM005                 '.
002200     05  FILLER              PIC X(35) VALUE
002300         'FBEI005 N08FBEM005                 '.
002400     05  FILLER              PIC X(35) VALUE
002500         'FBEC005 N08FBEM005                 '.
002600     05  FILLER              PIC X(35) VALUE
002700         'FBEC010 N08FBEC005                 '.
002710     05  FILLER              PIC X(35) VALUE
002720         'FBEC015 N08FBEM005                 '.
002721     05  FILLER              PIC X(35) VALUE
002722         'FBEA005 R04                        '.
002723     05  FILLER              PIC X(35) VALUE
002724         'FBED005 R08                        '.
002725     05  FILLER              PIC X(35) VALUE
002726         'FBEG005 R04                        '.
002727     05  FILLER              PIC X(35) VALUE
002728         'FBEG010 R04                        '.
002729     05  FILLER              PIC X(35) VALUE
002730         'FBEG015 R08                        '.
002731     05  FILLER              PIC X(35) VALUE
002732         'FBEH005 R04                        '.
002733     05  FILLER              PIC X(35) VALUE
002734         'FBEM010 R04                        '.
002735     05  FILLER              PIC X(35) VALUE
002736         'FBEM015 R04                        '.
002737     05  FILLER              PIC X(35) VALUE
002738         'FBEP005 R04                        '.
002739     05  FILLER              PIC X(35) VALUE
002740         'FBES005 R08                        '.
002741     05  FILLER              PIC X(35) VALUE
002742         'FBET005 R08                        '.
002743     05  FILLER              PIC X(35) VALUE
002744         'FBEV005 R08                        '.
002745     05  FILLER              PIC X(35) VALUE
002746         'FBEV010 R08                        '.
002747     05  FILLER              PIC X(35) VALUE
002773         'FBEF005 Q08                        '.
002774     05  FILLER              PIC X(35) VALUE
002775         'FBEB005 Q04                        '.
002776     05  FILLER              PIC X(35) VALUE
002777         'FBEL005 Q04                        '.
002778     05  FILLER              PIC X(35) VALUE
002779         'FBER005 Q04FBEL005                 '.
002780     05  FILLER              PIC X(35) VALUE
002790         'FBEJ010 Q04FBEM005                 '.
002792     05  FILLER              PIC X(35) VALUE
002793         'FBEX005 R04                        '.
002794     05  FILLER              PIC X(35) VALUE
002795         'FBEL005AR08                        '.
002800 01  CYC-SCHEDULE REDEFINES CYC-SCHEDULE-VALUES.
002900     05  CYC-SCHED-ENTRY     OCCURS 26 TIMES.
003000         10  CYC-SCHED-STEP  PIC X(08).
003100         10  CYC-SCHED-FREQ  PIC X(01).
003200             88  CYC-SCHED-NIGHTLY      VALUE 'N'.
003300             88  CYC-SCHED-ON-REQUEST   VALUE 'Q'.
003350             88  CYC-SCHED-REPEATABLE   VALUE 'R'.
003400         10  CYC-SCHED-MAX-RC PIC 9(02).
003500         10  CYC-SCHED-PREREQ PIC X(08) OCCURS 3 TIMES.
003600 01  CYC-SCHED-USED          PIC 9(03) COMP VALUE 26.
