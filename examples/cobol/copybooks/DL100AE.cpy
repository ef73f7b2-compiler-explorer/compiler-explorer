000100***************************************************************
000200*    COPYBOOK      DL100AE                                      *
000300*    DESCRIPTION.. OPERATIONS ALERT RECORD FOR THE DL100 JOB    *
000400*                  FAMILY.  ONE RECORD PER CONDITION, APPENDED  *
000500*                  TO THE ALERT FEED (ALERTS) BY EACH PROGRAM   *
000600*                  THAT RAISES ONE, FOR THE MONITORING TOOL TO  *
000700*                  PICK UP AND PAGE ON.  SEVERITY FOLLOWS THE   *
000800*                  RETURN CODE THE CONDITION DRIVES: 'W'        *
000900*                  WARNING (RC 4), 'E' ERROR (RC 8), 'S'        *
001000*                  SEVERE (RC 12); AN ADVISORY THAT LEAVES THE  *
001100*                  RETURN CODE ALONE IS 'W' WITH RC 0.          *
001200*                  SOURCE, POSITION, AND AS-OF DATE ARE SPACES  *
001300*                  OR ZERO WHEN THE CONDITION IS NOT THAT       *
001400*                  SPECIFIC.  DATA-NAMES CARRY A LEADING PFX-   *
001500*                  TAG AND MUST BE RESOLVED VIA COPY ...        *
001600*                  REPLACING BY THE INCLUDING PROGRAM.          *
001700*    EVENTS AND REASON CODES.                                   *
001800*    EVENT--- PROGRAM------- REASON CODES-------------          *
001900*    LIMITEXC Max_array      CEILING DELTA FLOOR                *
002000*                            ROLLOVER RETIRED MEMBER            *
002100*                            OVERFLOW                           *
002200*    DEFERRED Max_array      COUNT HASH LATE BEHIND             *
002300*    XCHKEXC  Master_xcheck  NOCNTRL NOPOSMST RETIRED           *
002400*                            CTLCOUNT REGNOCTL REGCOUNT         *
002500*                            ORPHSTAT                           *
002600*    BKOREFSD Mark_backout   ARCHIVED LATERRUN EXCHANGE         *
002700*                            MISMATCH                           *
002800*    CORREFSD Mark_correct   NOTONLOG LATERRUN NOTDROVE         *
002900*                            EXCHANGE REVERSED NOMASTER         *
003000*                            MISMATCH NOAUTH                    *
003100*    CLOSEREF Period_close   NOLEDGER NORUNS BACKOUT            *
003200*                            MISSDAY DECOMM SHORT               *
003300*                            DEFERRED                           *
003400*    SUSPAGE  Susp_review    NEARCUT                            *
003500*    MODIFICATION HISTORY.                                      *
003600*    DATE-------- INIT----  DESCRIPTION------------------------ *
003700*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
003710*    2026-10-15   DLM       ADDED CORREFSD REASON NOAUTH: THE   *
003720*                           USER HAS NO CORRECTION AUTHORITY    *
003730*                           FOR THE SOURCE.                     *
003800***************************************************************
003900 01  PFX-ALERT-RECORD.
004000         05  PFX-ALR-RUN-DATE            PIC 9(08).
004100         05  PFX-ALR-RUN-TIME            PIC 9(08).
004200         05  PFX-ALR-SEVERITY            PIC X(01).
004300             88  PFX-ALR-WARNING              VALUE 'W'.
004400             88  PFX-ALR-ERROR                VALUE 'E'.
004500             88  PFX-ALR-SEVERE               VALUE 'S'.
004600         05  PFX-ALR-RETURN-CODE         PIC 9(02).
004700         05  PFX-ALR-PROGRAM             PIC X(16).
004800         05  PFX-ALR-EVENT-CD            PIC X(08).
004900         05  PFX-ALR-REASON-CD           PIC X(08).
005000         05  PFX-ALR-SOURCE-SYS-ID       PIC X(08).
005100         05  PFX-ALR-POSITION            PIC 9(08).
005200         05  PFX-ALR-AS-OF-DATE          PIC 9(08).
005300         05  FILLER                      PIC X(05).
