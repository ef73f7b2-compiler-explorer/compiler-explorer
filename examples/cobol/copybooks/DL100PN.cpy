000100***************************************************************
000200*    COPYBOOK      DL100PN                                      *
000300*    DESCRIPTION.. PENDING-CONFIRMATION RECORD FOR THE DL100    *
000400*                  JOB FAMILY.  ONE ROW PER FORCED READING      *
000500*                  (KIND 'F', Susp_review) OR CORRECTION (KIND  *
000600*                  'C', Mark_correct) WHOSE CHANGE TO THE MARK  *
000700*                  EXCEEDED THE KEYING USER'S LIMIT ON THE      *
000800*                  AUTHORITY FILE (COPYBOOK DL100AU).  EACH     *
000900*                  PROGRAM READS THE PREVIOUS GENERATION        *
001000*                  (PENDIN) AND WRITES THE NEXT (PENDOUT);      *
001100*                  A ROW LEAVES THE FILE WHEN A SECOND,         *
001200*                  DIFFERENT USER CONFIRMS IT ON A LATER RUN    *
001300*                  OR WHEN THE ITEM IT WAITS ON GOES AWAY.      *
001400*                  NEW VALUE IS THE READING OR CORRECTED VALUE  *
001500*                  KEYED; CHANGE IS ITS DIFFERENCE FROM THE     *
001600*                  MARK WHEN IT WAS KEYED.  DATA-NAMES CARRY A  *
001700*                  LEADING PFX- TAG AND MUST BE RESOLVED VIA    *
001800*                  COPY ... REPLACING BY THE INCLUDING PROGRAM. *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE-------- INIT----  DESCRIPTION------------------------ *
002100*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002200***************************************************************
002300 01  PFX-PEND-RECORD.
002400         05  PFX-PND-KIND-CD             PIC X(01).
002500             88  PFX-PND-FORCE                VALUE 'F'.
002600             88  PFX-PND-CORRECTION           VALUE 'C'.
002700         05  PFX-PND-SOURCE-SYS-ID       PIC X(08).
002800         05  PFX-PND-POSITION            PIC 9(08).
002900         05  PFX-PND-AS-OF-DATE          PIC 9(08).
003000         05  PFX-PND-NEW-VALUE           PIC S9(08).
003100         05  PFX-PND-CHANGE              PIC 9(08).
003200         05  PFX-PND-KEY-USER-ID         PIC X(08).
003300         05  PFX-PND-KEY-RUN-DATE        PIC 9(08).
003400         05  PFX-PND-KEY-RUN-TIME        PIC 9(08).
003500         05  FILLER                      PIC X(15).
