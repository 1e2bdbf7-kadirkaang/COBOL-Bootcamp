000900*                  CAN PROVE IT PUT BACK EVERY RECORD THE UNLOAD
001000*                  TOOK OUT. SHARED BETWEEN THE ACCTREC UNLOAD
001100*                  RUN (FBEU005) AND THE RELOAD RUN (FBEL005).
001110* 2026-10-15 KKG   THE TRAILER NOW ALSO CARRIES THE AS-OF DATE AND
001120*                  A RELIABILITY MARK FOR A POINT-IN-TIME IMAGE
001130*                  REBUILT FROM THE JOURNAL BY FBET005. BOTH ARE
001140*                  SPACES ON AN ORDINARY FBEU005 BACKUP; A 'U'
001150*                  MARKS A REBUILD THAT HIT JOURNAL EXCEPTIONS.
001200*----------------------------------------------------------------
001300 01  BKUP-RECORD.
001400     05  BKUP-TYPE           PIC X(01).
001700     05  BKUP-DATA           PIC X(125).
001800     05  BKUP-TRL REDEFINES BKUP-DATA.
001900         10  BKUP-COUNT      PIC 9(07).
001910         10  BKUP-ASOF-DATE  PIC X(08).
001920         10  BKUP-RELIABILITY PIC X(01).
001930             88  BKUP-UNRELIABLE        VALUE 'U'.
002000         10  FILLER          PIC X(109).
