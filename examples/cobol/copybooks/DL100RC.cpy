001100*                  LEADING PFX- TAG AND MUST BE RESOLVED        *
001200*                  VIA COPY ... REPLACING BY THE INCLUDING      *
001300*                  PROGRAM.                                     *
001310*                  MODE 'DFR' IS WRITTEN BY THE COMPARE FOR     *
001320*                  A SOURCE HELD BACK IN DEFERRAL MODE (LATE    *
001330*                  OR FAILING ITS TRAILER BALANCE) AND CARRIES  *
001340*                  THE DEFERRED AS-OF DATE AND A REASON.  IT    *
001350*                  STAYS OPEN UNTIL A LATER SUCCESSFUL ROW FOR  *
001360*                  THE SAME SOURCE COVERS THAT DATE.            *
001400*    MODIFICATION HISTORY.                                      *
001500*    DATE-------- INIT----  DESCRIPTION------------------------ *
001600*    2026-08-22   DLM       ORIGINAL COPYBOOK.                  *
001650*    2026-10-15   DLM       DFR MODE AND DEFER REASON.          *
001700***************************************************************
001800 01  PFX-RUNCTL-RECORD.
001900         05  PFX-RC-AS-OF-DATE           PIC 9(08).
002200         05  FILLER                      PIC X(01).
002300         05  PFX-RC-MODE-CD              PIC X(03).
002400             88  PFX-RC-IS-BACKOUT            VALUE 'BKO'.
002450             88  PFX-RC-IS-DEFERRAL           VALUE 'DFR'.
002500         05  FILLER                      PIC X(01).
002600         05  PFX-RC-RECORD-COUNT         PIC 9(08).
002700         05  FILLER                      PIC X(01).
003200         05  PFX-RC-RUN-DATE             PIC 9(08).
003300         05  FILLER                      PIC X(01).
003400         05  PFX-RC-RUN-TIME             PIC 9(08).
003500         05  FILLER                      PIC X(01).
003600         05  PFX-RC-DEFER-REASON         PIC X(08).
003700         05  FILLER                      PIC X(09).
