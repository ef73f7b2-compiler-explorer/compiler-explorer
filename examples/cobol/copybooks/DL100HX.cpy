001800*    MODIFICATION HISTORY.                                      *
001900*    DATE-------- INIT----  DESCRIPTION------------------------ *
002000*    2026-09-02   DLM       ORIGINAL COPYBOOK.                  *
002010*    2026-10-15   DLM       ADDED THE METER-EXCHANGE BREAK      *
002020*                           MARKER OUT OF THE FILLER.  A ROW    *
002030*                           FLAGGED 'X' IS THE FIRST DAY OF A   *
002040*                           NEW METER SEGMENT AND CARRIES THE   *
002050*                           RETIRED METER'S FINAL READ; ROWS    *
002060*                           BEFORE IT BELONG TO THE OLD METER.  *
002070*                           OLDER ROWS CARRY SPACES THERE.      *
002100***************************************************************
002200 01  PFX-HIST-RECORD.
002300         05  PFX-HIST-KEY.
002900         05  PFX-HIST-HELD-SW            PIC X(01).
003000             88  PFX-HIST-WAS-HELD            VALUE 'Y'.
003100             88  PFX-HIST-WAS-TAKEN           VALUE 'N'.
003110         05  PFX-HIST-BREAK-SW           PIC X(01).
003120             88  PFX-HIST-METER-EXCHANGE      VALUE 'X'.
003130         05  PFX-HIST-OLD-FINAL-READ     PIC S9(08).
003200         05  FILLER                      PIC X(30).
