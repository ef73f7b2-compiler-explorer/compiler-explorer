000100***************************************************************
000200*    COPYBOOK      DL100AU                                      *
000300*    DESCRIPTION.. APPROVAL AUTHORITY RECORD FOR THE DL100 JOB  *
000400*                  FAMILY.  ONE ROW PER USER AND SOURCE SYSTEM  *
000500*                  (AUTHFILE), READ BY Susp_review BEFORE IT    *
000600*                  FORCES AN APPROVED READING AND BY            *
000700*                  Mark_correct BEFORE IT APPLIES A             *
000800*                  CORRECTION.  SOURCE '*ALL' COVERS EVERY      *
000900*                  SOURCE; A ROW FOR THE EXACT SOURCE WINS      *
001000*                  OVER IT.  THE FORCE AND CORRECT SWITCHES     *
001100*                  ('Y') GRANT EACH KIND OF CHANGE SEPARATELY.  *
001200*                  MAX CHANGE IS THE LARGEST DIFFERENCE FROM    *
001300*                  THE CURRENT MARK THE USER MAY PUSH THROUGH   *
001400*                  ALONE; ANYTHING LARGER WAITS ON THE PENDING  *
001500*                  FILE (COPYBOOK DL100PN) FOR A SECOND,        *
001600*                  DIFFERENT USER TO CONFIRM ON A LATER RUN.    *
001700*                  A USER WITH NO ROW HAS NO AUTHORITY.         *
001800*                  DATA-NAMES CARRY A LEADING PFX- TAG AND      *
001900*                  MUST BE RESOLVED VIA COPY ... REPLACING      *
002000*                  BY THE INCLUDING PROGRAM.                    *
002100*    MODIFICATION HISTORY.                                      *
002200*    DATE-------- INIT----  DESCRIPTION------------------------ *
002300*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002400***************************************************************
002500 01  PFX-AUTH-RECORD.
002600         05  PFX-AUT-USER-ID             PIC X(08).
002700         05  PFX-AUT-SOURCE-SYS-ID       PIC X(08).
002800             88  PFX-AUT-ALL-SOURCES          VALUE '*ALL'.
002900         05  PFX-AUT-FORCE-SW            PIC X(01).
003000             88  PFX-AUT-MAY-FORCE            VALUE 'Y'.
003100         05  PFX-AUT-CORRECT-SW          PIC X(01).
003200             88  PFX-AUT-MAY-CORRECT          VALUE 'Y'.
003300         05  PFX-AUT-MAX-CHANGE          PIC 9(08).
003400         05  FILLER                      PIC X(54).
