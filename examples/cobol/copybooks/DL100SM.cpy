000100***************************************************************
000200*    COPYBOOK      DL100SM                                      *
000300*    DESCRIPTION.. SOURCE-SYSTEM REGISTRY RECORD FOR THE        *
000400*                  DL100 DAILY COMPARE.  THE FILE IS INDEXED    *
000500*                  WITH THE SOURCE SYSTEM ID AS THE RECORD      *
000600*                  KEY, ONE RECORD PER SOURCE EVER ONBOARDED,   *
000700*                  CARRYING THE DATE ITS FIRST DAY GROUP IS     *
000800*                  DUE, THE DATE IT WAS DECOMMISSIONED (ZERO    *
000900*                  WHILE IT IS STILL FEEDING), THE NUMBER OF    *
001000*                  POSITIONS ITS CONTROL RECORD ON HWMMAST      *
001100*                  SHOULD CARRY, AND WHO TO CALL ABOUT IT.      *
001200*                  A SOURCE IS LIVE FOR A DAY GROUP DATED ON    *
001300*                  OR AFTER ITS START DATE AND BEFORE ITS END   *
001400*                  DATE.  MAINTAINED ONLY BY Src_maint.         *
001500*                  DATA-NAMES CARRY A LEADING PFX- TAG AND      *
001600*                  MUST BE RESOLVED VIA COPY ... REPLACING      *
001700*                  BY THE INCLUDING PROGRAM.                    *
001800*    MODIFICATION HISTORY.                                      *
001900*    DATE-------- INIT----  DESCRIPTION------------------------ *
002000*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002100***************************************************************
002200 01  PFX-SRCMAST-RECORD.
002300         05  PFX-SRC-SOURCE-SYS-ID       PIC X(08).
002400         05  PFX-SRC-START-DATE          PIC 9(08).
002500         05  PFX-SRC-END-DATE            PIC 9(08).
002600         05  PFX-SRC-POSITION-COUNT      PIC 9(08).
002700         05  PFX-SRC-OWNER-CONTACT       PIC X(30).
002800         05  PFX-SRC-STATUS-CD           PIC X(01).
002900             88  PFX-SRC-ACTIVE               VALUE 'A'.
003000             88  PFX-SRC-DECOMMISSIONED       VALUE 'D'.
003100         05  PFX-SRC-MAINT-DATE          PIC 9(08).
003200         05  FILLER                      PIC X(09).
