000100***************************************************************
000200*    COPYBOOK      DL100SX                                      *
000300*    DESCRIPTION.. SOURCE-REGISTRY MAINTENANCE TRANSACTION      *
000400*                  FOR THE DL100 DAILY COMPARE.  ONE RECORD     *
000500*                  PER REQUESTED ACTION AGAINST THE SOURCE      *
000600*                  REGISTRY (SEE DL100SM): 'O' ONBOARDS A NEW   *
000700*                  SOURCE FROM THE GIVEN START DATE WITH THE    *
000800*                  GIVEN POSITION COUNT, 'R' RESIZES A SOURCE   *
000900*                  UP TO THE GIVEN POSITION COUNT, 'D'          *
001000*                  DECOMMISSIONS A SOURCE FROM THE GIVEN END    *
001100*                  DATE, AND 'C' CHANGES THE OWNER CONTACT.     *
001110*                  AN ONBOARD OR RESIZE NAMES THE MARK MODE THE *
001120*                  SOURCE RUNS IN: 'MIN' SEEDS EACH NEW MARK AT *
001130*                  ALL NINES SO THE FIRST READING REPLACES IT,  *
001140*                  'MAX' OR SPACES SEEDS IT AT ZERO.            *
001200*                  TRANSACTIONS ARE APPLIED IN FILE ORDER.      *
001300*                  THE USER ID IS CARRIED TO THE MAINTENANCE    *
001400*                  AUDIT TRAIL SO EVERY APPLIED ACTION CAN BE   *
001500*                  TRACED TO WHOEVER KEYED IT.  DATA-NAMES      *
001600*                  CARRY A LEADING PFX- TAG AND MUST BE         *
001700*                  RESOLVED VIA COPY ... REPLACING BY THE       *
001800*                  INCLUDING PROGRAM.                           *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE-------- INIT----  DESCRIPTION------------------------ *
002100*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002150*    2026-10-15   DLM       ADDED THE MARK MODE.                *
002200***************************************************************
002300 01  PFX-SRCTRAN-RECORD.
002400         05  PFX-STX-ACTION-CD           PIC X(01).
002500             88  PFX-STX-ONBOARD              VALUE 'O'.
002600             88  PFX-STX-RESIZE               VALUE 'R'.
002700             88  PFX-STX-DECOMMISSION         VALUE 'D'.
002800             88  PFX-STX-CHANGE               VALUE 'C'.
002900         05  PFX-STX-SOURCE-SYS-ID       PIC X(08).
003000         05  PFX-STX-EFFECTIVE-DATE      PIC 9(08).
003100         05  PFX-STX-POSITION-COUNT      PIC 9(08).
003200         05  PFX-STX-OWNER-CONTACT       PIC X(30).
003300         05  PFX-STX-USER-ID             PIC X(08).
003310         05  PFX-STX-MARK-MODE           PIC X(03).
003320             88  PFX-STX-MIN-MARKS            VALUE 'MIN'.
003330             88  PFX-STX-MAX-MARKS            VALUE 'MAX' SPACES.
003400         05  FILLER                      PIC X(14).
